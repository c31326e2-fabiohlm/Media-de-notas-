      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do calendario de bimestres (CALENDAR):
      *          datas de abertura e de fechamento de cada bimestre
      *          do ano letivo.  Passada a data de fechamento, o
      *          MODULO2, o MODULO2BAT e o MODULO2REC recusam
      *          lancamentos no bimestre (rotina MODULO2PER) e as
      *          datas de um bimestre fechado nao podem mais ser
      *          alteradas: so a direcao pode reabri-lo, por um
      *          prazo limitado em dias e com justificativa
      *          obrigatoria, e encerrar a reabertura antes do prazo.
      *          Toda operacao fica no log CALLOG com as datas antes
      *          e depois, usuario, data e hora.  O operador se
      *          identifica com usuario e senha do cadastro OPERADOR
      *          (MODULO2SEG); a listagem e livre, incluir e alterar
      *          datas ficam com a coordenacao e a direcao, e a
      *          reabertura so com a direcao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2CAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAL-CHAVE
               FILE STATUS WS-CAL-STATUS.

           SELECT CALLOG-FILE ASSIGN TO "CALLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  REG-CALENDAR.
           COPY CALREG.

       FD  CALLOG-FILE.
       01  REG-CALLOG.
           COPY CALLOGRG.

       WORKING-STORAGE SECTION.

       01 WS-CAL-STATUS      PIC X(2)  VALUE SPACES.
           88 CAL-OK             VALUE '00'.
           88 CAL-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-CLOG-STATUS     PIC X(2)  VALUE SPACES.
           88 CLOG-OK            VALUE '00'.
           88 CLOG-NAO-ENCONTRADO VALUE '35'.

       01 WS-OPCAO-CAL       PIC 9(1)  VALUE ZERO.
           88 WS-CAL-LISTA       VALUE 1.
           88 WS-CAL-INCLUI      VALUE 2.
           88 WS-CAL-ALTERA      VALUE 3.
           88 WS-CAL-REABRE      VALUE 4.
           88 WS-CAL-FIM-REAB    VALUE 5.
           88 WS-CAL-SAIR        VALUE 6.

       01 WS-SW-DADOS        PIC X(1)  VALUE 'S'.
           88 WS-DADOS-VALIDOS   VALUE 'S'.
           88 WS-DADOS-INVALIDOS VALUE 'N'.

       01 WS-SW-CONFIRMA     PIC X(1)  VALUE 'N'.
           88 WS-CONFIRMADO      VALUE 'S'.

       01 WS-EOF-LISTA       PIC X(1)  VALUE 'N'.
           88 FIM-LISTA          VALUE 'S'.

       01 WS-USUARIO         PIC X(8)  VALUE SPACES.
       01 WS-DATA-HOJE       PIC 9(8)  VALUE ZEROS.
       01 WS-QTD-LISTADOS    PIC 9(5) COMP VALUE ZERO.

       01 WS-CAD-ANO         PIC 9(4)  VALUE ZEROS.
       01 WS-CAD-BIM         PIC 9(1)  VALUE ZERO.
       01 WS-NOVA-ABERTURA   PIC 9(8)  VALUE ZEROS.
       01 WS-NOVO-FECHAMENTO PIC 9(8)  VALUE ZEROS.
       01 WS-JUSTIFICATIVA   PIC X(60) VALUE SPACES.
       01 WS-SITUACAO        PIC X(9)  VALUE SPACES.

      *    Prazo maximo de uma reabertura, em dias corridos a partir
      *    da data em que a direcao reabre o bimestre.
       01 WS-MAX-DIAS-REAB   PIC 9(2)  VALUE 15.
       01 WS-DIAS-REAB       PIC 9(2)  VALUE ZERO.
       01 WS-IDX-DIA         PIC 9(2) COMP VALUE ZERO.

       01 WS-CAL-ANTES.
           03 WS-ANT-ABERTURA    PIC 9(8)  VALUE ZEROS.
           03 WS-ANT-FECHAMENTO  PIC 9(8)  VALUE ZEROS.
           03 WS-ANT-REABERTO    PIC 9(8)  VALUE ZEROS.

      *    Data de trabalho para validacao e para a soma de dias da
      *    reabertura (sem rotina de data no sistema).
       01 WS-DATA-TRAB       PIC 9(8)  VALUE ZEROS.
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           03 WS-TRAB-ANO        PIC 9(4).
           03 WS-TRAB-MES        PIC 9(2).
           03 WS-TRAB-DIA        PIC 9(2).

       01 WS-TAB-DIAS-MES.
           03 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           03 WS-DIAS-MES        OCCURS 12 TIMES PIC 9(2).

       01 WS-ULTIMO-DIA      PIC 9(2)  VALUE ZERO.
       01 WS-QUOCIENTE       PIC 9(4)  VALUE ZERO.
       01 WS-RESTO-4         PIC 9(4)  VALUE ZERO.
       01 WS-RESTO-100       PIC 9(4)  VALUE ZERO.
       01 WS-RESTO-400       PIC 9(4)  VALUE ZERO.

       01 WS-SW-DATA         PIC X(1)  VALUE 'S'.
           88 WS-DATA-VALIDA     VALUE 'S'.
           88 WS-DATA-INVALIDA   VALUE 'N'.

       01 WS-SEGURANCA.
           COPY SEGREG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '***** CALENDARIO DE BIMESTRES DO ANO LETIVO ****'.

            MOVE ZERO TO WS-OPCAO-CAL.

            PERFORM P003-IDENTIFICA-USUARIO.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P006-CICLO-MENU UNTIL WS-CAL-SAIR.

            PERFORM P900-FIM.

       P003-IDENTIFICA-USUARIO.
            MOVE SPACES TO WS-USUARIO.

            MOVE 'E'          TO SEG-FUNCAO.
            MOVE 'MODULO2CAL' TO SEG-PROGRAMA.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

            IF SEG-NEGADO
                GOBACK
            END-IF.

            MOVE SEG-USUARIO TO WS-USUARIO.

       P004-AUTORIZA-DATAS.
            MOVE 'A'          TO SEG-FUNCAO.
            MOVE 'MODULO2CAL' TO SEG-PROGRAMA.
            MOVE 'K'          TO SEG-ACAO.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

       P004A-AUTORIZA-REABERTURA.
            MOVE 'A'          TO SEG-FUNCAO.
            MOVE 'MODULO2CAL' TO SEG-PROGRAMA.
            MOVE 'B'          TO SEG-ACAO.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

       P005-ABRE-ARQUIVOS.
            OPEN I-O CALENDAR-FILE.
            IF CAL-NAO-ENCONTRADO
                OPEN OUTPUT CALENDAR-FILE
                CLOSE CALENDAR-FILE
                OPEN I-O CALENDAR-FILE
            END-IF.

            OPEN EXTEND CALLOG-FILE.
            IF CLOG-NAO-ENCONTRADO
                OPEN OUTPUT CALLOG-FILE
                CLOSE CALLOG-FILE
                OPEN EXTEND CALLOG-FILE
            END-IF.

       P006-CICLO-MENU.
            PERFORM P007-EXIBE-MENU.

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

            EVALUATE TRUE
               WHEN WS-CAL-LISTA      PERFORM P010-LISTA
               WHEN WS-CAL-INCLUI
                   PERFORM P004-AUTORIZA-DATAS
                   IF SEG-LIBERADO
                       PERFORM P020-INCLUI
                   END-IF
               WHEN WS-CAL-ALTERA
                   PERFORM P004-AUTORIZA-DATAS
                   IF SEG-LIBERADO
                       PERFORM P030-ALTERA
                   END-IF
               WHEN WS-CAL-REABRE
                   PERFORM P004A-AUTORIZA-REABERTURA
                   IF SEG-LIBERADO
                       PERFORM P040-REABRE
                   END-IF
               WHEN WS-CAL-FIM-REAB
                   PERFORM P004A-AUTORIZA-REABERTURA
                   IF SEG-LIBERADO
                       PERFORM P045-ENCERRA-REABERTURA
                   END-IF
               WHEN WS-CAL-SAIR       CONTINUE
               WHEN OTHER             DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.

       P007-EXIBE-MENU.
            DISPLAY '                                              '.
            DISPLAY '----------- CALENDARIO DE BIMESTRES ----------'.
            DISPLAY '1 - LISTAR O CALENDARIO DE UM ANO LETIVO'.
            DISPLAY '2 - INCLUIR AS DATAS DE UM BIMESTRE'.
            DISPLAY '3 - ALTERAR AS DATAS DE UM BIMESTRE'.
            DISPLAY '4 - REABRIR BIMESTRE FECHADO (DIRECAO)'.
            DISPLAY '5 - ENCERRAR REABERTURA ANTES DO PRAZO'.
            DISPLAY '6 - VOLTAR'.
            DISPLAY 'ESCOLHA UMA OPCAO: '.
            ACCEPT WS-OPCAO-CAL.

       P008-COLETA-CHAVE.
            SET WS-DADOS-VALIDOS TO TRUE.

            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '.
            ACCEPT WS-CAD-ANO.
            DISPLAY 'DIGITE O BIMESTRE (1 A 4): '.
            ACCEPT WS-CAD-BIM.

            IF WS-CAD-ANO = ZERO
             OR WS-CAD-BIM < 1 OR WS-CAD-BIM > 4
                SET WS-DADOS-INVALIDOS TO TRUE
                DISPLAY '*** ANO/BIMESTRE INVALIDO ***'
            ELSE
                MOVE WS-CAD-ANO TO CAL-ANO-LETIVO
                MOVE WS-CAD-BIM TO CAL-BIMESTRE
            END-IF.

       P009-DEFINE-SITUACAO.
            IF WS-DATA-HOJE NOT > CAL-DATA-FECHAMENTO
                MOVE 'ABERTO'    TO WS-SITUACAO
            ELSE
            IF WS-DATA-HOJE NOT > CAL-REABERTO-ATE
                MOVE 'REABERTO'  TO WS-SITUACAO
            ELSE
                MOVE 'FECHADO'   TO WS-SITUACAO
            END-IF
            END-IF.

       P010-LISTA.
            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '.
            ACCEPT WS-CAD-ANO.

            MOVE WS-CAD-ANO TO CAL-ANO-LETIVO.
            MOVE ZERO       TO CAL-BIMESTRE.
            MOVE 'N'        TO WS-EOF-LISTA.
            MOVE ZERO       TO WS-QTD-LISTADOS.

            START CALENDAR-FILE KEY IS NOT LESS CAL-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-LISTA
            END-START.

            DISPLAY '                                              '.
            DISPLAY '****** CALENDARIO DO ANO LETIVO ' WS-CAD-ANO
                    ' ******'.
            DISPLAY 'BIM ABERTURA FECHAMENTO SITUACAO  REABERTO ATE'.
            PERFORM P015-LE-PROXIMO-LISTA UNTIL FIM-LISTA.
            IF WS-QTD-LISTADOS = ZERO
                DISPLAY 'NENHUM BIMESTRE CADASTRADO PARA O ANO'
            END-IF.
            DISPLAY '*******************************************'.

       P015-LE-PROXIMO-LISTA.
            READ CALENDAR-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-LISTA
            END-READ.

            IF NOT FIM-LISTA
                IF CAL-ANO-LETIVO NOT = WS-CAD-ANO
                    MOVE 'S' TO WS-EOF-LISTA
                ELSE
                    ADD 1 TO WS-QTD-LISTADOS
                    PERFORM P017-EXIBE-BIMESTRE
                END-IF
            END-IF.

       P017-EXIBE-BIMESTRE.
            PERFORM P009-DEFINE-SITUACAO.

            IF CAL-REABERTO-ATE > ZERO
                DISPLAY ' ' CAL-BIMESTRE '  ' CAL-DATA-ABERTURA ' '
                        CAL-DATA-FECHAMENTO '   ' WS-SITUACAO ' '
                        CAL-REABERTO-ATE ' POR ' CAL-REAB-USUARIO
                        ' EM ' CAL-REAB-DATA
            ELSE
                DISPLAY ' ' CAL-BIMESTRE '  ' CAL-DATA-ABERTURA ' '
                        CAL-DATA-FECHAMENTO '   ' WS-SITUACAO
            END-IF.

       P020-INCLUI.
            PERFORM P008-COLETA-CHAVE.

            IF WS-DADOS-VALIDOS
                READ CALENDAR-FILE
                    INVALID KEY
                        PERFORM P050-COLETA-DATAS
                        IF WS-DADOS-VALIDOS
                            MOVE ZEROS TO WS-CAL-ANTES
                            PERFORM P060-GRAVA-INCLUSAO
                        END-IF
                    NOT INVALID KEY
                        DISPLAY 'BIMESTRE JA CADASTRADO - '
                                'USE A OPCAO 3 PARA ALTERAR'
                END-READ
            END-IF.

       P030-ALTERA.
            PERFORM P008-COLETA-CHAVE.

            IF WS-DADOS-VALIDOS
                READ CALENDAR-FILE
                    INVALID KEY
                        DISPLAY 'BIMESTRE NAO CADASTRADO'
                    NOT INVALID KEY
                        PERFORM P017-EXIBE-BIMESTRE
                        PERFORM P035-ALTERA-DATAS
                END-READ
            END-IF.

      *    Depois do fechamento as datas ficam congeladas: adiar o
      *    fechamento equivaleria a uma reabertura sem justificativa.
       P035-ALTERA-DATAS.
            IF WS-DATA-HOJE > CAL-DATA-FECHAMENTO
                DISPLAY '*** BIMESTRE JA FECHADO - DATAS NAO PODEM '
                        'SER ALTERADAS ***'
                DISPLAY '*** PARA LANCAMENTOS ATRASADOS A DIRECAO '
                        'DEVE USAR A OPCAO 4 ***'
            ELSE
                PERFORM P055-GUARDA-ANTES
                PERFORM P050-COLETA-DATAS
                IF WS-DADOS-VALIDOS
                    PERFORM P065-GRAVA-ALTERACAO
                END-IF
            END-IF.

       P040-REABRE.
            PERFORM P008-COLETA-CHAVE.

            IF WS-DADOS-VALIDOS
                READ CALENDAR-FILE
                    INVALID KEY
                        DISPLAY 'BIMESTRE NAO CADASTRADO'
                    NOT INVALID KEY
                        PERFORM P017-EXIBE-BIMESTRE
                        IF WS-DATA-HOJE NOT > CAL-DATA-FECHAMENTO
                            DISPLAY '*** BIMESTRE AINDA ABERTO - '
                                    'NADA A REABRIR ***'
                        ELSE
                            PERFORM P042-COLETA-REABERTURA
                        END-IF
                END-READ
            END-IF.

       P042-COLETA-REABERTURA.
            PERFORM P055-GUARDA-ANTES.

            DISPLAY 'REABRIR POR QUANTOS DIAS (1 A '
                    WS-MAX-DIAS-REAB ')? '.
            ACCEPT WS-DIAS-REAB.
            DISPLAY 'JUSTIFICATIVA DA REABERTURA: '.
            ACCEPT WS-JUSTIFICATIVA.

            IF WS-DIAS-REAB < 1 OR WS-DIAS-REAB > WS-MAX-DIAS-REAB
                DISPLAY '*** PRAZO INVALIDO - REABERTURA '
                        'CANCELADA ***'
            ELSE
            IF WS-JUSTIFICATIVA = SPACES
                DISPLAY '*** JUSTIFICATIVA OBRIGATORIA - REABERTURA '
                        'CANCELADA ***'
            ELSE
                MOVE WS-DATA-HOJE TO WS-DATA-TRAB
                PERFORM P080-SOMA-UM-DIA
                    VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA NOT LESS WS-DIAS-REAB
                MOVE WS-DATA-TRAB TO CAL-REABERTO-ATE
                MOVE WS-USUARIO   TO CAL-REAB-USUARIO
                MOVE WS-DATA-HOJE TO CAL-REAB-DATA
                MOVE 'R' TO CLOG-OPERACAO
                PERFORM P068-REGRAVA-CALENDARIO
                DISPLAY 'BIMESTRE REABERTO ATE ' CAL-REABERTO-ATE
            END-IF
            END-IF.

       P045-ENCERRA-REABERTURA.
            PERFORM P008-COLETA-CHAVE.

            IF WS-DADOS-VALIDOS
                READ CALENDAR-FILE
                    INVALID KEY
                        DISPLAY 'BIMESTRE NAO CADASTRADO'
                    NOT INVALID KEY
                        PERFORM P017-EXIBE-BIMESTRE
                        PERFORM P047-CONFIRMA-FIM-REABERTURA
                END-READ
            END-IF.

       P047-CONFIRMA-FIM-REABERTURA.
            IF WS-DATA-HOJE NOT > CAL-DATA-FECHAMENTO
             OR WS-DATA-HOJE > CAL-REABERTO-ATE
                DISPLAY '*** BIMESTRE NAO ESTA REABERTO ***'
            ELSE
                PERFORM P055-GUARDA-ANTES
                MOVE 'N' TO WS-SW-CONFIRMA
                DISPLAY 'CONFIRMA O ENCERRAMENTO DA REABERTURA (S/N)? '
                ACCEPT WS-SW-CONFIRMA
                IF WS-CONFIRMADO
                    DISPLAY 'MOTIVO DO ENCERRAMENTO: '
                    ACCEPT WS-JUSTIFICATIVA
                    MOVE ZEROS TO CAL-REABERTO-ATE
                    MOVE 'F' TO CLOG-OPERACAO
                    PERFORM P068-REGRAVA-CALENDARIO
                ELSE
                    DISPLAY 'OPERACAO CANCELADA'
                END-IF
            END-IF.

       P050-COLETA-DATAS.
            SET WS-DADOS-VALIDOS TO TRUE.

            DISPLAY 'DIGITE A DATA DE ABERTURA (AAAAMMDD): '.
            ACCEPT WS-NOVA-ABERTURA.
            DISPLAY 'DIGITE A DATA DE FECHAMENTO (AAAAMMDD): '.
            ACCEPT WS-NOVO-FECHAMENTO.

            MOVE WS-NOVA-ABERTURA TO WS-DATA-TRAB.
            PERFORM P085-VALIDA-DATA.
            IF WS-DATA-INVALIDA
                SET WS-DADOS-INVALIDOS TO TRUE
                DISPLAY '*** DATA DE ABERTURA INVALIDA ***'
            END-IF.

            MOVE WS-NOVO-FECHAMENTO TO WS-DATA-TRAB.
            PERFORM P085-VALIDA-DATA.
            IF WS-DATA-INVALIDA
                SET WS-DADOS-INVALIDOS TO TRUE
                DISPLAY '*** DATA DE FECHAMENTO INVALIDA ***'
            END-IF.

            IF WS-NOVA-ABERTURA > WS-NOVO-FECHAMENTO
                SET WS-DADOS-INVALIDOS TO TRUE
                DISPLAY '*** FECHAMENTO NAO PODE SER ANTERIOR A '
                        'ABERTURA ***'
            END-IF.

            IF WS-DADOS-INVALIDOS
                DISPLAY '*** DATAS INVALIDAS - OPERACAO '
                        'CANCELADA ***'
            ELSE
                DISPLAY 'JUSTIFICATIVA (OPCIONAL): '
                ACCEPT WS-JUSTIFICATIVA
            END-IF.

       P055-GUARDA-ANTES.
            MOVE SPACES              TO WS-JUSTIFICATIVA.
            MOVE CAL-DATA-ABERTURA   TO WS-ANT-ABERTURA.
            MOVE CAL-DATA-FECHAMENTO TO WS-ANT-FECHAMENTO.
            MOVE CAL-REABERTO-ATE    TO WS-ANT-REABERTO.

       P060-GRAVA-INCLUSAO.
            MOVE WS-CAD-ANO         TO CAL-ANO-LETIVO.
            MOVE WS-CAD-BIM         TO CAL-BIMESTRE.
            MOVE WS-NOVA-ABERTURA   TO CAL-DATA-ABERTURA.
            MOVE WS-NOVO-FECHAMENTO TO CAL-DATA-FECHAMENTO.
            MOVE ZEROS              TO CAL-REABERTO-ATE.
            MOVE SPACES             TO CAL-REAB-USUARIO.
            MOVE ZEROS              TO CAL-REAB-DATA.

            WRITE REG-CALENDAR
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O BIMESTRE'
                NOT INVALID KEY
                    MOVE 'I' TO CLOG-OPERACAO
                    PERFORM P070-GRAVA-LOG
            END-WRITE.

       P065-GRAVA-ALTERACAO.
            MOVE WS-NOVA-ABERTURA   TO CAL-DATA-ABERTURA.
            MOVE WS-NOVO-FECHAMENTO TO CAL-DATA-FECHAMENTO.
            MOVE 'A' TO CLOG-OPERACAO.
            PERFORM P068-REGRAVA-CALENDARIO.

       P068-REGRAVA-CALENDARIO.
            REWRITE REG-CALENDAR
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR O BIMESTRE'
                NOT INVALID KEY
                    PERFORM P070-GRAVA-LOG
            END-REWRITE.

       P070-GRAVA-LOG.
            ACCEPT CLOG-DATA FROM DATE.
            ACCEPT CLOG-HORA FROM TIME.
            MOVE WS-USUARIO          TO CLOG-USUARIO.
            MOVE CAL-ANO-LETIVO      TO CLOG-ANO-LETIVO.
            MOVE CAL-BIMESTRE        TO CLOG-BIMESTRE.
            MOVE WS-ANT-ABERTURA     TO CLOG-ANT-ABERTURA.
            MOVE WS-ANT-FECHAMENTO   TO CLOG-ANT-FECHAMENTO.
            MOVE WS-ANT-REABERTO     TO CLOG-ANT-REABERTO-ATE.
            MOVE CAL-DATA-ABERTURA   TO CLOG-NOV-ABERTURA.
            MOVE CAL-DATA-FECHAMENTO TO CLOG-NOV-FECHAMENTO.
            MOVE CAL-REABERTO-ATE    TO CLOG-NOV-REABERTO-ATE.
            MOVE WS-JUSTIFICATIVA    TO CLOG-JUSTIFICATIVA.

            WRITE REG-CALLOG.

       P075-ULTIMO-DIA-MES.
            MOVE WS-DIAS-MES(WS-TRAB-MES) TO WS-ULTIMO-DIA.

            IF WS-TRAB-MES = 2
                DIVIDE WS-TRAB-ANO BY 4   GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                DIVIDE WS-TRAB-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                DIVIDE WS-TRAB-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-400
                IF WS-RESTO-4 = ZERO
                 AND (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
                    MOVE 29 TO WS-ULTIMO-DIA
                END-IF
            END-IF.

      *    O prazo da reabertura conta o proprio dia da reabertura:
      *    reabrir por 1 dia vale ate o fim do dia de hoje.
       P080-SOMA-UM-DIA.
            PERFORM P075-ULTIMO-DIA-MES.

            IF WS-TRAB-DIA < WS-ULTIMO-DIA
                ADD 1 TO WS-TRAB-DIA
            ELSE
                MOVE 1 TO WS-TRAB-DIA
                IF WS-TRAB-MES < 12
                    ADD 1 TO WS-TRAB-MES
                ELSE
                    MOVE 1 TO WS-TRAB-MES
                    ADD 1 TO WS-TRAB-ANO
                END-IF
            END-IF.

       P085-VALIDA-DATA.
            SET WS-DATA-VALIDA TO TRUE.

            IF WS-TRAB-ANO = ZERO
             OR WS-TRAB-MES < 1 OR WS-TRAB-MES > 12
                SET WS-DATA-INVALIDA TO TRUE
            ELSE
                PERFORM P075-ULTIMO-DIA-MES
                IF WS-TRAB-DIA < 1 OR WS-TRAB-DIA > WS-ULTIMO-DIA
                    SET WS-DATA-INVALIDA TO TRUE
                END-IF
            END-IF.

       P900-FIM.
            CLOSE CALENDAR-FILE.
            CLOSE CALLOG-FILE.
            GOBACK.
       END PROGRAM MODULO2CAL.
