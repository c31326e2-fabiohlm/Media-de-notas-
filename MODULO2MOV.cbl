      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina do historico de movimentacao de matriculas
      *          (MOVMATR), chamada por quem grava no MATRICUL
      *          (MODULO2CAD, MODULO2CRG e MODULO2PRO) e por quem
      *          precisa saber em que turma o aluno estava num
      *          bimestre passado (MODULO2BOL e MODULO2HIS).  Na
      *          gravacao o movimento leva a data e a hora do sistema
      *          e a turma e a situacao antes e depois; na alteracao
      *          o tipo sai da comparacao: volta a ativo e
      *          readmissao, outra mudanca de situacao e 'S', e so a
      *          troca de turma e 'T'.  Na consulta vale o ultimo
      *          movimento ate a data de fechamento do bimestre no
      *          CALENDAR; se todos os movimentos sao posteriores,
      *          vale a turma de antes do primeiro deles.  A
      *          verificacao de promocao diz se o aluno ja tem o
      *          movimento 'P' do ano, para a promocao poder ser
      *          rodada de novo sem promover ninguem duas vezes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2MOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVMATR-FILE ASSIGN TO "MOVMATR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MOV-CHAVE
               FILE STATUS WS-MOV-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-CHAVE
               FILE STATUS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVMATR-FILE.
       01  REG-MOVMATR.
           COPY MOVREG.

       FD  CALENDAR-FILE.
       01  REG-CALENDAR.
           COPY CALREG.

       WORKING-STORAGE SECTION.

       01 WS-MOV-STATUS      PIC X(2)  VALUE SPACES.
           88 MOV-OK             VALUE '00'.
           88 MOV-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-CAL-STATUS      PIC X(2)  VALUE SPACES.
           88 CAL-OK             VALUE '00'.
           88 CAL-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-EOF-MOV         PIC X(1)  VALUE 'N'.
           88 FIM-MOV            VALUE 'S'.

       01 WS-SW-GRAVADO      PIC X(1)  VALUE 'N'.
           88 WS-MOV-GRAVADO     VALUE 'S'.

       01 WS-SW-ACHOU        PIC X(1)  VALUE 'N'.
           88 WS-ACHOU-MOV       VALUE 'S'.

       01 WS-TIPO-MOV        PIC X(1)  VALUE SPACE.
       01 WS-TENTATIVAS      PIC 9(2)  VALUE ZERO.

       LINKAGE SECTION.
       01 WS-MVT.
           COPY MVTREG.

       PROCEDURE DIVISION USING WS-MVT.
       MAIN-PROCEDURE.

            EVALUATE TRUE
               WHEN MVT-GRAVA-INCLUSAO  PERFORM P010-GRAVA-MOVIMENTO
               WHEN MVT-GRAVA-ALTERACAO PERFORM P010-GRAVA-MOVIMENTO
               WHEN MVT-GRAVA-PROMOCAO  PERFORM P010-GRAVA-MOVIMENTO
               WHEN MVT-CONSULTA        PERFORM P030-CONSULTA-TURMA
               WHEN MVT-CONSULTA-PROMOCAO
                                        PERFORM P040-VERIFICA-PROMOCAO
               WHEN OTHER               SET MVT-ERRO TO TRUE
            END-EVALUATE.

            GOBACK.

       P010-GRAVA-MOVIMENTO.
            PERFORM P012-DEFINE-TIPO.

            IF WS-TIPO-MOV = SPACE
                SET MVT-NADA-GRAVADO TO TRUE
            ELSE
                PERFORM P015-ABRE-MOVMATR
                IF MOV-OK
                    PERFORM P020-MONTA-MOVIMENTO
                    MOVE 'N'  TO WS-SW-GRAVADO
                    MOVE ZERO TO WS-TENTATIVAS
                    PERFORM P022-ESCREVE-MOVIMENTO
                        UNTIL WS-MOV-GRAVADO OR WS-TENTATIVAS > 9
                    CLOSE MOVMATR-FILE
                    IF WS-MOV-GRAVADO
                        SET MVT-OK TO TRUE
                    ELSE
                        SET MVT-ERRO TO TRUE
                    END-IF
                ELSE
                    SET MVT-ERRO TO TRUE
                END-IF
            END-IF.

       P012-DEFINE-TIPO.
            MOVE SPACE TO WS-TIPO-MOV.

            IF MVT-GRAVA-INCLUSAO
                MOVE 'I' TO WS-TIPO-MOV
            ELSE
            IF MVT-TURMA-ANT = MVT-TURMA-NOVA
             AND MVT-SIT-ANT = MVT-SIT-NOVA
                CONTINUE
            ELSE
            IF MVT-GRAVA-PROMOCAO
                MOVE 'P' TO WS-TIPO-MOV
            ELSE
            IF MVT-SIT-NOVA = 'A' AND MVT-SIT-ANT NOT = 'A'
                MOVE 'R' TO WS-TIPO-MOV
            ELSE
            IF MVT-SIT-NOVA NOT = MVT-SIT-ANT
                MOVE 'S' TO WS-TIPO-MOV
            ELSE
                MOVE 'T' TO WS-TIPO-MOV
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

       P015-ABRE-MOVMATR.
            OPEN I-O MOVMATR-FILE.
            IF MOV-NAO-ENCONTRADO
                OPEN OUTPUT MOVMATR-FILE
                CLOSE MOVMATR-FILE
                OPEN I-O MOVMATR-FILE
            END-IF.

       P020-MONTA-MOVIMENTO.
            MOVE MVT-MATRICULA  TO MOV-MATRICULA.
            ACCEPT MOV-DATA FROM DATE YYYYMMDD.
            ACCEPT MOV-HORA FROM TIME.
            MOVE WS-TIPO-MOV    TO MOV-TIPO.
            MOVE MVT-TURMA-ANT  TO MOV-TURMA-ANT.
            MOVE MVT-TURMA-NOVA TO MOV-TURMA-NOVA.
            MOVE MVT-SIT-ANT    TO MOV-SIT-ANT.
            MOVE MVT-SIT-NOVA   TO MOV-SIT-NOVA.
            MOVE MVT-ORIGEM     TO MOV-ORIGEM.
            MOVE MVT-USUARIO    TO MOV-USUARIO.

            IF MVT-GRAVA-INCLUSAO
                MOVE SPACES TO MOV-TURMA-ANT
                MOVE SPACE  TO MOV-SIT-ANT
            END-IF.

      *    Dois movimentos do mesmo aluno no mesmo centesimo (carga
      *    em lote) caem na mesma chave: o seguinte vai um centesimo
      *    adiante.
       P022-ESCREVE-MOVIMENTO.
            ADD 1 TO WS-TENTATIVAS.

            WRITE REG-MOVMATR
                INVALID KEY
                    ADD 1 TO MOV-HORA
                NOT INVALID KEY
                    SET WS-MOV-GRAVADO TO TRUE
            END-WRITE.

       P030-CONSULTA-TURMA.
            PERFORM P032-LE-CALENDARIO.

            IF MVT-DATA-REF > ZERO
                PERFORM P035-LE-HISTORICO
            END-IF.

       P032-LE-CALENDARIO.
            MOVE ZEROS TO MVT-DATA-REF.
            SET MVT-SEM-CALENDARIO TO TRUE.

            OPEN INPUT CALENDAR-FILE.
            IF CAL-OK
                MOVE MVT-ANO-LETIVO TO CAL-ANO-LETIVO
                MOVE MVT-BIMESTRE   TO CAL-BIMESTRE
                READ CALENDAR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CAL-DATA-FECHAMENTO TO MVT-DATA-REF
                END-READ
                CLOSE CALENDAR-FILE
            END-IF.

       P035-LE-HISTORICO.
            SET MVT-SEM-HISTORICO TO TRUE.
            MOVE 'N' TO WS-SW-ACHOU.
            MOVE 'N' TO WS-EOF-MOV.

            OPEN INPUT MOVMATR-FILE.
            IF MOV-OK
                MOVE MVT-MATRICULA TO MOV-MATRICULA
                MOVE ZEROS         TO MOV-DATA
                MOVE ZEROS         TO MOV-HORA
                START MOVMATR-FILE KEY IS NOT LESS MOV-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WS-EOF-MOV
                END-START
                PERFORM P037-LE-MOVIMENTO UNTIL FIM-MOV
                CLOSE MOVMATR-FILE
            END-IF.

       P037-LE-MOVIMENTO.
            READ MOVMATR-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-MOV
            END-READ.

            IF NOT FIM-MOV
                IF MOV-MATRICULA NOT = MVT-MATRICULA
                    MOVE 'S' TO WS-EOF-MOV
                ELSE
                IF MOV-DATA NOT > MVT-DATA-REF
                    SET WS-ACHOU-MOV TO TRUE
                    SET MVT-OK TO TRUE
                    MOVE MOV-TURMA-NOVA TO MVT-TURMA
                    MOVE MOV-SIT-NOVA   TO MVT-SITUACAO
                ELSE
                    PERFORM P038-MOVIMENTO-POSTERIOR
                    MOVE 'S' TO WS-EOF-MOV
                END-IF
                END-IF
            END-IF.

      *    Primeiro movimento depois da data sem nenhum antes dela: a
      *    turma da data e a de antes do movimento, ou nenhuma se o
      *    movimento e a propria inclusao.
       P038-MOVIMENTO-POSTERIOR.
            IF NOT WS-ACHOU-MOV
                IF MOV-INCLUSAO
                    SET MVT-NAO-MATRICULADO TO TRUE
                    MOVE SPACES TO MVT-TURMA
                    MOVE SPACE  TO MVT-SITUACAO
                ELSE
                    SET MVT-OK TO TRUE
                    MOVE MOV-TURMA-ANT TO MVT-TURMA
                    MOVE MOV-SIT-ANT   TO MVT-SITUACAO
                END-IF
            END-IF.

      *    Sem calendario do ano conta a promocao gravada do meio do
      *    ano em diante: a do ano anterior sai no inicio do ano.
       P040-VERIFICA-PROMOCAO.
            MOVE 4 TO MVT-BIMESTRE.
            PERFORM P032-LE-CALENDARIO.

            IF MVT-DATA-REF = ZERO
                COMPUTE MVT-DATA-REF = MVT-ANO-LETIVO * 10000 + 630
            END-IF.

            SET MVT-SEM-HISTORICO TO TRUE.
            MOVE 'N' TO WS-EOF-MOV.

            OPEN INPUT MOVMATR-FILE.
            IF MOV-OK
                MOVE MVT-MATRICULA TO MOV-MATRICULA
                MOVE ZEROS         TO MOV-DATA
                MOVE ZEROS         TO MOV-HORA
                START MOVMATR-FILE KEY IS NOT LESS MOV-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WS-EOF-MOV
                END-START
                PERFORM P042-PROCURA-PROMOCAO UNTIL FIM-MOV
                CLOSE MOVMATR-FILE
            END-IF.

       P042-PROCURA-PROMOCAO.
            READ MOVMATR-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-MOV
            END-READ.

            IF NOT FIM-MOV
                IF MOV-MATRICULA NOT = MVT-MATRICULA
                    MOVE 'S' TO WS-EOF-MOV
                ELSE
                IF MOV-PROMOCAO AND MOV-DATA > MVT-DATA-REF
                    SET MVT-OK TO TRUE
                    MOVE MOV-TURMA-ANT TO MVT-TURMA
                    MOVE MOV-SIT-ANT   TO MVT-SITUACAO
                    MOVE 'S' TO WS-EOF-MOV
                END-IF
                END-IF
            END-IF.

       END PROGRAM MODULO2MOV.
