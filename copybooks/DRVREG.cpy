      ******************************************************************
      * DRVREG    - Area de comunicacao entre o condutor da noite de   *
      *             lote MODULO2DRV e os programas de passo (MODULO2BAT*
      *             MODULO2REC, MODULO2EST, MODULO2EXP, MODULO2ENC,    *
      *             MODULO2PRO, MODULO2ALR, MODULO2PAU, MODULO2CEN,    *
      *             MODULO2RNK).                                       *
      *             Quando chamado pelo condutor (DRV-MODO 'D') o      *
      *             passo toma as respostas desta area em vez de       *
      *             perguntar ao operador, devolve o resultado em      *
