      ******************************************************************
      * CARTAREG  - Registro do arquivo CARTAS gerado pelo MODULO2ALR  *
      *             para a mala direta aos responsaveis: um registro   *
      *             por aluno/materia em alerta no meio do ano.  O     *
      *             endereco do responsavel vem do cadastro da         *
      *             secretaria, ligado pela matricula.                 *
      *             CAR-ALERTA-NOTA: 'I' media necessaria acima de 10  *
      *             (ou ano ja sem bimestre restante abaixo do corte), *
      *             'A' acima do nivel de alerta informado.            *
      *             CAR-ALERTA-FREQ: 'B' frequencia acumulada abaixo   *
      *             do minimo, 'Q' frequencia do ultimo bimestre       *
      *             abaixo do minimo (tendencia de queda).             *
      ******************************************************************
           03 CAR-MATRICULA         PIC 9(6).
           03 CAR-NOME              PIC X(20).
           03 CAR-TURMA             PIC X(10).
           03 CAR-ANO-LETIVO        PIC 9(4).
           03 CAR-BIM-LANCADOS      PIC 9(1).
           03 CAR-MATERIA           PIC X(20).
           03 CAR-MEDIA-ATUAL       PIC 99V9.
           03 CAR-CORTE             PIC 99V9.
           03 CAR-MEDIA-NECESSARIA  PIC 99V9.
           03 CAR-FREQUENCIA        PIC 9(3).
           03 CAR-ALERTA-NOTA       PIC X(1).
               88 CAR-NOTA-INALCANCAVEL VALUE 'I'.
               88 CAR-NOTA-ACIMA-NIVEL  VALUE 'A'.
           03 CAR-ALERTA-FREQ       PIC X(1).
               88 CAR-FREQ-ABAIXO       VALUE 'B'.
               88 CAR-FREQ-EM-QUEDA     VALUE 'Q'.
           03 CAR-DATA-EMISSAO      PIC 9(6).
