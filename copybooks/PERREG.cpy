      ******************************************************************
      * PERREG    - Area de comunicacao com a rotina MODULO2PER, que   *
      *             confere o calendario de bimestres (CALENDAR).      *
      *             Funcoes:                                           *
      *               'L' = o bimestre PER-ANO-LETIVO/PER-BIMESTRE     *
      *                     aceita lancamento?                         *
      *               'E' = o ano PER-ANO-LETIVO pode ser encerrado?   *
      *                     (os quatro bimestres fechados; senao volta *
      *                     o primeiro bimestre que impede, em         *
      *                     PER-BIMESTRE)                              *
      *             Resultado em PER-RESULTADO: A=aberto, R=reaberto   *
      *             pela direcao, F=fechado, S=sem calendario.  So o   *
      *             F recusa lancamento; o encerramento do ano exige F *
      *             nos quatro bimestres.                              *
      ******************************************************************
           03 PER-FUNCAO        PIC X(1)  VALUE SPACE.
               88 PER-VERIFICA-LANCAMENTO VALUE 'L'.
               88 PER-VERIFICA-ANO        VALUE 'E'.
           03 PER-ANO-LETIVO    PIC 9(4)  VALUE ZEROS.
           03 PER-BIMESTRE      PIC 9(1)  VALUE ZERO.
           03 PER-RESULTADO     PIC X(1)  VALUE SPACE.
               88 PER-ABERTO        VALUE 'A'.
               88 PER-REABERTO      VALUE 'R'.
               88 PER-FECHADO       VALUE 'F'.
               88 PER-SEM-CALENDARIO VALUE 'S'.
           03 PER-DATA-FECHAMENTO PIC 9(8) VALUE ZEROS.
           03 PER-REABERTO-ATE  PIC 9(8)  VALUE ZEROS.
