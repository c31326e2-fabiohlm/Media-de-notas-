      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina de conferencia do calendario de bimestres
      *          (CALENDAR), chamada por quem grava notas no cadastro
      *          ALUNOS (MODULO2, MODULO2BAT, MODULO2REC) e pelo
      *          fechamento do ano (MODULO2ENC).  Um bimestre esta
      *          fechado depois da sua data de fechamento, salvo se a
      *          direcao o reabriu e o prazo da reabertura ainda nao
      *          venceu.  Bimestre sem linha no calendario nao e
      *          bloqueado para lancamento, mas impede o encerramento
      *          do ano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2PER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-CHAVE
               FILE STATUS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  REG-CALENDAR.
           COPY CALREG.

       WORKING-STORAGE SECTION.

       01 WS-CAL-STATUS      PIC X(2)  VALUE SPACES.
           88 CAL-OK             VALUE '00'.
           88 CAL-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-SW-CALENDAR     PIC X(1)  VALUE 'N'.
           88 WS-CALENDAR-ABERTO VALUE 'S'.

       01 WS-DATA-HOJE       PIC 9(8)  VALUE ZEROS.
       01 WS-BIM-ANO         PIC 9(1)  VALUE ZERO.

       LINKAGE SECTION.
       01 WS-PER.
           COPY PERREG.

       PROCEDURE DIVISION USING WS-PER.
       MAIN-PROCEDURE.

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

            MOVE 'N' TO WS-SW-CALENDAR.
            OPEN INPUT CALENDAR-FILE.
            IF CAL-OK
                SET WS-CALENDAR-ABERTO TO TRUE
            END-IF.

            EVALUATE TRUE
               WHEN PER-VERIFICA-LANCAMENTO PERFORM P010-VERIFICA-BIM
               WHEN PER-VERIFICA-ANO        PERFORM P020-VERIFICA-ANO
               WHEN OTHER                   CONTINUE
            END-EVALUATE.

            IF WS-CALENDAR-ABERTO
                CLOSE CALENDAR-FILE
            END-IF.

            GOBACK.

       P010-VERIFICA-BIM.
            SET PER-SEM-CALENDARIO TO TRUE.
            MOVE ZEROS TO PER-DATA-FECHAMENTO.
            MOVE ZEROS TO PER-REABERTO-ATE.

            IF WS-CALENDAR-ABERTO
                MOVE PER-ANO-LETIVO TO CAL-ANO-LETIVO
                MOVE PER-BIMESTRE   TO CAL-BIMESTRE
                READ CALENDAR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM P015-AVALIA-DATAS
                END-READ
            END-IF.

       P015-AVALIA-DATAS.
            MOVE CAL-DATA-FECHAMENTO TO PER-DATA-FECHAMENTO.
            MOVE CAL-REABERTO-ATE    TO PER-REABERTO-ATE.

            IF WS-DATA-HOJE NOT > CAL-DATA-FECHAMENTO
                SET PER-ABERTO TO TRUE
            ELSE
            IF WS-DATA-HOJE NOT > CAL-REABERTO-ATE
                SET PER-REABERTO TO TRUE
            ELSE
                SET PER-FECHADO TO TRUE
            END-IF
            END-IF.

      *    O ano so pode ser encerrado com os quatro bimestres
      *    fechados; a primeira pendencia encontrada e devolvida.
       P020-VERIFICA-ANO.
            SET PER-FECHADO TO TRUE.

            PERFORM P025-VERIFICA-BIM-ANO
                VARYING WS-BIM-ANO FROM 1 BY 1
                UNTIL WS-BIM-ANO > 4 OR NOT PER-FECHADO.

       P025-VERIFICA-BIM-ANO.
            MOVE WS-BIM-ANO TO PER-BIMESTRE.
            PERFORM P010-VERIFICA-BIM.

       END PROGRAM MODULO2PER.
