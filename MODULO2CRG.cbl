      *          sequencia saem no arquivo de rejeitos CARGAREJ com o
      *          codigo do motivo, e o resumo da carga (incluidos,
      *          alterados, rejeitados e conferencia do rodape) sai
      *          no relatorio CARGAREL.  Cada inclusao e cada troca
      *          de turma ou de situacao aplicada vai para o
      *          historico de movimentacao MOVMATR (MODULO2MOV).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 WS-QTD-RODAPE          PIC 9(7) VALUE ZERO.

       01 WS-MOVIMENTO.
           COPY MVTREG.

       01 WS-CONTROLE.
           COPY CTLREG.

                            CRG-MATRICULA
                NOT INVALID KEY
                    ADD 1 TO WS-TOT-INCLUIDOS
                    MOVE 'I'    TO MVT-FUNCAO
                    MOVE SPACES TO MVT-TURMA-ANT
                    MOVE SPACE  TO MVT-SIT-ANT
                    PERFORM P047-REGISTRA-MOVIMENTO
            END-WRITE.

       P046-ALTERA-MATRICULA.
            MOVE MATR-TURMA    TO MVT-TURMA-ANT.
            MOVE MATR-SITUACAO TO MVT-SIT-ANT.
            MOVE CRG-NOME      TO MATR-NOME.
            MOVE CRG-TURMA     TO MATR-TURMA.
            MOVE CRG-SITUACAO  TO MATR-SITUACAO.
                            CRG-MATRICULA
                NOT INVALID KEY
                    ADD 1 TO WS-TOT-ALTERADOS
                    MOVE 'A' TO MVT-FUNCAO
                    PERFORM P047-REGISTRA-MOVIMENTO
            END-REWRITE.

       P047-REGISTRA-MOVIMENTO.
            MOVE MATR-MATRICULA TO MVT-MATRICULA.
            MOVE MATR-TURMA     TO MVT-TURMA-NOVA.
            MOVE MATR-SITUACAO  TO MVT-SIT-NOVA.
            MOVE 'MODULO2CRG'   TO MVT-ORIGEM.
            MOVE SPACES         TO MVT-USUARIO.
            CALL "MODULO2MOV"                  USING WS-MOVIMENTO.

            IF MVT-ERRO
                DISPLAY '*** MOVIMENTO NAO REGISTRADO NO HISTORICO '
                        'MOVMATR: ' MATR-MATRICULA
            END-IF.

       P048-GRAVA-REJEITO.
            ADD 1 TO WS-TOT-REJEITADOS.

