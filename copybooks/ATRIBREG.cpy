      ******************************************************************
      * ATRIBREG  - Atribuicao de aulas (ATRIBUIC.DAT): qual professor *
      *             da cada materia a cada turma no ano letivo.        *
      *             Chave = ano letivo + turma + materia (um professor *
      *             por turma/materia); o professor e chave alternativa*
      *             (com duplicatas) para as listagens por professor.  *
      *             Mantido pelo MODULO2ATR e lido pelo MODULO2PAU.    *
      ******************************************************************
           03 ATR-CHAVE.
               05 ATR-ANO-LETIVO    PIC 9(4).
               05 ATR-TURMA         PIC X(10).
               05 ATR-MATERIA       PIC X(20).
           03 ATR-PROFESSOR         PIC X(20).
