      *          em PARMNOTA), grava o resultado final em RESFINAL e
      *          imprime o relatorio de encerramento (ENCERRA) que a
      *          secretaria assina.  Aluno/materia sem os quatro
      *          bimestres lancados sai como INCOMPLETO.  O ano so e
      *          fechado com os quatro bimestres fechados no
      *          calendario (MODULO2PER): bimestre ainda aberto,
      *          reaberto pela direcao ou sem datas impede o
      *          fechamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-CALENDARIO.
           COPY PERREG.

       01 WS-SW-DRIVER       PIC X(1)  VALUE 'N'.
           88 WS-EH-DRIVER       VALUE 'S'.


            PERFORM P003-ACEITA-ANO UNTIL WS-ANO-FECHA > ZERO.

            PERFORM P004-VERIFICA-CALENDARIO.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P008-IMPRIME-CABECALHO.
                DISPLAY '*** ANO INVALIDO ***'
            END-IF.

       P004-VERIFICA-CALENDARIO.
            MOVE 'E'          TO PER-FUNCAO.
            MOVE WS-ANO-FECHA TO PER-ANO-LETIVO.
            CALL "MODULO2PER"                  USING WS-CALENDARIO.

            IF NOT PER-FECHADO
                IF PER-SEM-CALENDARIO
                    DISPLAY '*** BIMESTRE ' PER-BIMESTRE ' DE '
                            WS-ANO-FECHA ' SEM DATAS NO CALENDARIO ***'
                ELSE
                IF PER-REABERTO
                    DISPLAY '*** BIMESTRE ' PER-BIMESTRE ' DE '
                            WS-ANO-FECHA ' REABERTO PELA DIRECAO ATE '
                            PER-REABERTO-ATE ' ***'
                ELSE
                    DISPLAY '*** BIMESTRE ' PER-BIMESTRE ' DE '
                            WS-ANO-FECHA ' AINDA ABERTO - FECHA EM '
                            PER-DATA-FECHAMENTO ' ***'
                END-IF
                END-IF
                DISPLAY '*** O ANO SO PODE SER FECHADO COM OS QUATRO '
                        'BIMESTRES FECHADOS ***'
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

       P005-ABRE-ARQUIVOS.
            OPEN INPUT ALUNOS-FILE.
            IF NOT ALU-OK
