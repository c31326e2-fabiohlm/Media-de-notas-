
            PERFORM P004-DEFINE-CONCEITO.

            IF WS-MODO-SIMULACAO
                PERFORM P001-FIM
            END-IF.

            DISPLAY '*** RESULTADO DO PROCESSAMENTO ***'
            DISPLAY '                                  '
            DISPLAY 'Matricula         : ' WS-MATRICULA
            MOVE 7 TO WS-CORTE.
            MOVE 5 TO WS-PISO.

      *    Na simulacao os parametros propostos vem do chamador e o
      *    PARMNOTA nao e consultado.
            IF WS-MODO-SIMULACAO
                MOVE WS-SIM-PESO1 TO WS-PESO1
                MOVE WS-SIM-PESO2 TO WS-PESO2
                MOVE WS-SIM-PESO3 TO WS-PESO3
                MOVE WS-SIM-PESO4 TO WS-PESO4
                MOVE WS-SIM-CORTE TO WS-CORTE
                MOVE WS-SIM-PISO  TO WS-PISO
            ELSE
                PERFORM P002F-PARAMETROS-TABELA
            END-IF.

       P002F-PARAMETROS-TABELA.
            IF NOT WS-TABELA-CARREGADA
                PERFORM P002C-CARREGA-TABELA
            END-IF.
