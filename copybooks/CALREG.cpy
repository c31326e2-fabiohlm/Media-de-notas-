      ******************************************************************
      * CALREG    - Layout do calendario de bimestres (CALENDAR.DAT),  *
      *             mantido pelo MODULO2CAL e consultado pela rotina   *
      *             MODULO2PER.  Chave = ano letivo + bimestre.  As    *
      *             datas sao AAAAMMDD.  Depois da data de fechamento  *
      *             o bimestre nao aceita lancamento, a menos que a    *
      *             direcao o tenha reaberto: CAL-REABERTO-ATE guarda  *
      *             o ultimo dia da reabertura (zeros = nao reaberto)  *
      *             e CAL-REAB-USUARIO/CAL-REAB-DATA quem reabriu e    *
      *             quando; a justificativa fica no log CALLOG.        *
      ******************************************************************
           03 CAL-CHAVE.
               05 CAL-ANO-LETIVO    PIC 9(4).
               05 CAL-BIMESTRE      PIC 9(1).
           03 CAL-DATA-ABERTURA     PIC 9(8).
           03 CAL-DATA-FECHAMENTO   PIC 9(8).
           03 CAL-REABERTO-ATE      PIC 9(8).
           03 CAL-REAB-USUARIO      PIC X(8).
           03 CAL-REAB-DATA         PIC 9(8).
