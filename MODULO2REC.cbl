      *          nota de corte da materia, atualiza media, status e
      *          conceito, registra no log TRLOG e relata no RECREL
      *          toda nota de recuperacao que nao casou com um
      *          registro em RECUPERACAO.  Nota de um bimestre ja
      *          fechado no calendario (MODULO2PER) e recusada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-CALENDARIO.
           COPY PERREG.

       01 WS-CAL-ANO-CONFERIDO PIC 9(4) VALUE ZEROS.
       01 WS-CAL-BIM-CONFERIDO PIC 9(1) VALUE ZERO.

       01 WS-SW-DRIVER       PIC X(1)  VALUE 'N'.
           88 WS-EH-DRIVER       VALUE 'S'.

            IF REC-NOTA < 1 OR REC-NOTA > 10
                PERFORM P070-REJEITA-SEM-ALUNO
            ELSE
                PERFORM P032-VERIFICA-CALENDARIO
                IF PER-FECHADO
                    PERFORM P076-REJEITA-BIMESTRE-FECHADO
                ELSE
                    PERFORM P035-LOCALIZA-ALUNO
                END-IF
            END-IF
            END-IF
            END-IF.

       P032-VERIFICA-CALENDARIO.
            IF REC-ANO-LETIVO NOT = WS-CAL-ANO-CONFERIDO
             OR REC-BIMESTRE NOT = WS-CAL-BIM-CONFERIDO
                MOVE 'L'            TO PER-FUNCAO
                MOVE REC-ANO-LETIVO TO PER-ANO-LETIVO
                MOVE REC-BIMESTRE   TO PER-BIMESTRE
                CALL "MODULO2PER"              USING WS-CALENDARIO
                MOVE REC-ANO-LETIVO TO WS-CAL-ANO-CONFERIDO
                MOVE REC-BIMESTRE   TO WS-CAL-BIM-CONFERIDO
            END-IF.

       P035-LOCALIZA-ALUNO.
            MOVE REC-MATRICULA  TO REG-MATRICULA.
            MOVE REC-MATERIA    TO REG-MATERIA.
            MOVE REG-MEDIA TO RRL-MEDIA.
            PERFORM P065-IMPRIME-LINHA-REJEITO.

       P076-REJEITA-BIMESTRE-FECHADO.
            ADD 1 TO WS-TOT-REJEITADOS.
            MOVE 'BIMESTRE FECHADO'           TO RRL-RESULTADO.
            MOVE ZEROS TO RRL-MEDIA.
            PERFORM P065-IMPRIME-LINHA-REJEITO.

       P065-IMPRIME-LINHA-REJEITO.
            MOVE REC-MATRICULA  TO RRL-MATRICULA.
            MOVE REC-MATERIA    TO RRL-MATERIA.
