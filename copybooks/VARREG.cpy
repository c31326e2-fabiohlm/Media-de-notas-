      *             (MODULO2, MODULO2BAT) e a rotina de calculo de     *
      *             media MODULO2MOD.  Mantida em copybook para que    *
      *             todo CALL/LINKAGE use exatamente o mesmo layout.   *
      *             No modo 'S' (simulacao, MODULO2SIM) o MODULO2MOD   *
      *             usa os parametros de WS-PARM-SIMULADO em vez do    *
      *             PARMNOTA e nao exibe o resultado.                  *
      ******************************************************************
           03 WS-MATRICULA      PIC 9(6)  VALUE ZEROS.
           03 WS-NOME           PIC X(20) VALUE SPACES.
               88 WS-MODO-BOLETIM    VALUE 'B'.
               88 WS-MODO-LOTE       VALUE 'L'.
               88 WS-MODO-PERMITE-RECUPERACAO VALUE 'I', 'B'.
               88 WS-MODO-SIMULACAO  VALUE 'S'.
           03 WS-PARM-SIMULADO.
               05 WS-SIM-PESO1      PIC 9V99  VALUE ZEROS.
               05 WS-SIM-PESO2      PIC 9V99  VALUE ZEROS.
               05 WS-SIM-PESO3      PIC 9V99  VALUE ZEROS.
               05 WS-SIM-PESO4      PIC 9V99  VALUE ZEROS.
               05 WS-SIM-CORTE      PIC 99V9  VALUE ZEROS.
               05 WS-SIM-PISO       PIC 99V9  VALUE ZEROS.
