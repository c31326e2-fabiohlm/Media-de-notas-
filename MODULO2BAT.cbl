           03 FILLER PIC X(25) VALUE 'ERRO DE CALCULO'.
           03 FILLER PIC X(25) VALUE 'AULAS/FALTAS INVALIDAS'.
           03 FILLER PIC X(25) VALUE 'JA LANCADO ANTERIORMENTE'.
           03 FILLER PIC X(25) VALUE 'BIMESTRE FECHADO'.
       01 WS-TAB-MOTIVOS-R REDEFINES WS-TAB-MOTIVOS.
           03 WS-DESC-MOTIVO     OCCURS 15 TIMES PIC X(25).

       01 WS-QTD-MOTIVOS.
           03 WS-QTD-MOTIVO      OCCURS 15 TIMES PIC 9(5) COMP
                                 VALUE ZERO.
       01 WS-IDX-MOTIVO          PIC 9(2) COMP VALUE ZERO.

       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-CALENDARIO.
           COPY PERREG.

      *    Ultimo ano/bimestre conferido no calendario: a ENTRADA vem
      *    quase sempre de um so bimestre, e a rotina so e chamada
      *    quando ele muda.
       01 WS-CAL-ANO-CONFERIDO PIC 9(4) VALUE ZEROS.
       01 WS-CAL-BIM-CONFERIDO PIC 9(1) VALUE ZERO.

       01 WS-SW-BALANCO      PIC X(1)  VALUE 'S'.
           88 WS-TOTAIS-CONFEREM     VALUE 'S'.
           88 WS-TOTAIS-NAO-CONFEREM VALUE 'N'.
                            MOVE CKPT-MENOR-MEDIA TO WS-MENOR-MEDIA
                            PERFORM P007-RESTAURA-MOTIVOS
                                VARYING WS-IDX-MOTIVO FROM 1 BY 1
                                UNTIL WS-IDX-MOTIVO > 15
                        END-IF
                END-READ
                CLOSE CHECKPT-FILE
                END-IF
            END-IF
            END-IF.
            IF WS-ENTRADA-VALIDA
                PERFORM P034-VERIFICA-CALENDARIO
                IF PER-FECHADO
                    SET WS-ENTRADA-INVALIDA TO TRUE
                    MOVE 15 TO WS-MOTIVO-REJ
                END-IF
            END-IF.


       P034-VERIFICA-CALENDARIO.
            IF WS-ANO-LETIVO NOT = WS-CAL-ANO-CONFERIDO
             OR WS-BIMESTRE NOT = WS-CAL-BIM-CONFERIDO
                MOVE 'L'           TO PER-FUNCAO
                MOVE WS-ANO-LETIVO TO PER-ANO-LETIVO
                MOVE WS-BIMESTRE   TO PER-BIMESTRE
                CALL "MODULO2PER"              USING WS-CALENDARIO
                MOVE WS-ANO-LETIVO TO WS-CAL-ANO-CONFERIDO
                MOVE WS-BIMESTRE   TO WS-CAL-BIM-CONFERIDO
            END-IF.

            IF PER-FECHADO
                DISPLAY 'BIMESTRE FECHADO NO CALENDARIO: '
                        WS-ANO-LETIVO '/' WS-BIMESTRE
            END-IF.

       P037-VALIDA-MATRICULA.
            IF WS-ENT-MATRICULA NOT NUMERIC
                SET WS-ENTRADA-INVALIDA TO TRUE
       P038-GRAVA-REJEITO.
            ADD 1 TO WS-TOT-REJEIT.

            IF WS-MOTIVO-REJ < 1 OR WS-MOTIVO-REJ > 15
                MOVE 12 TO WS-MOTIVO-REJ
            END-IF.
            ADD 1 TO WS-QTD-MOTIVO(WS-MOTIVO-REJ).

            PERFORM P071-SALVA-MOTIVOS
                VARYING WS-IDX-MOTIVO FROM 1 BY 1
                UNTIL WS-IDX-MOTIVO > 15.

            OPEN OUTPUT CHECKPT-FILE.
            WRITE REG-CHECKPT.

            PERFORM P086-IMPRIME-MOTIVO
                VARYING WS-IDX-MOTIVO FROM 1 BY 1
                UNTIL WS-IDX-MOTIVO > 15.

       P086-IMPRIME-MOTIVO.
            IF WS-QTD-MOTIVO(WS-IDX-MOTIVO) > ZERO
