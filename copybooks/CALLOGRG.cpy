      ******************************************************************
      * CALLOGRG  - Layout de uma linha do log do calendario de        *
      *             bimestres (CALLOG.DAT) - um registro por inclusao, *
      *             alteracao de datas, reabertura ou encerramento da  *
      *             reabertura feitos no MODULO2CAL, com as datas      *
      *             antes e depois e a justificativa informada.        *
      ******************************************************************
           03 CLOG-DATA             PIC 9(6).
           03 CLOG-HORA             PIC 9(8).
           03 FILLER                PIC X(1).
           03 CLOG-USUARIO          PIC X(8).
           03 CLOG-OPERACAO         PIC X(1).
               88 CLOG-INCLUSAO         VALUE 'I'.
               88 CLOG-ALTERACAO        VALUE 'A'.
               88 CLOG-REABERTURA       VALUE 'R'.
               88 CLOG-FIM-REABERTURA   VALUE 'F'.
           03 CLOG-ANO-LETIVO       PIC 9(4).
           03 CLOG-BIMESTRE         PIC 9(1).
           03 CLOG-ANTES.
               05 CLOG-ANT-ABERTURA     PIC 9(8).
               05 CLOG-ANT-FECHAMENTO   PIC 9(8).
               05 CLOG-ANT-REABERTO-ATE PIC 9(8).
           03 CLOG-DEPOIS.
               05 CLOG-NOV-ABERTURA     PIC 9(8).
               05 CLOG-NOV-FECHAMENTO   PIC 9(8).
               05 CLOG-NOV-REABERTO-ATE PIC 9(8).
           03 CLOG-JUSTIFICATIVA    PIC X(60).
