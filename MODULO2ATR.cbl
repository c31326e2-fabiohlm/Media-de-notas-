      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da atribuicao de aulas (ATRIBUIC): qual
      *          professor da cada materia a cada turma no ano
      *          letivo.  Inclusao, troca de professor, exclusao,
      *          consulta e listagem por ano letivo.  As atribuicoes
      *          alimentam o MODULO2PAU, que gera as pautas
      *          pre-preenchidas e o relatorio de pautas pendentes.
      *          O operador se identifica com usuario e senha do
      *          cadastro OPERADOR (MODULO2SEG); consulta e listagem
      *          sao livres, mas incluir, alterar e excluir ficam
      *          restritos a coordenacao e a direcao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2ATR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUIC-FILE ASSIGN TO "ATRIBUIC"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ATR-CHAVE
               ALTERNATE RECORD KEY ATR-PROFESSOR WITH DUPLICATES
               FILE STATUS WS-ATR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUIC-FILE.
       01  REG-ATRIBUIC.
           COPY ATRIBREG.

       WORKING-STORAGE SECTION.

       01 WS-ATR-STATUS      PIC X(2)  VALUE SPACES.
           88 ATR-OK             VALUE '00'.
           88 ATR-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-OPCAO-ATR       PIC 9(1)  VALUE ZERO.
           88 WS-ATR-INCLUI      VALUE 1.
           88 WS-ATR-ALTERA      VALUE 2.
           88 WS-ATR-EXCLUI      VALUE 3.
           88 WS-ATR-CONSULTA    VALUE 4.
           88 WS-ATR-LISTA       VALUE 5.
           88 WS-ATR-SAIR        VALUE 6.

       01 WS-SW-DADOS        PIC X(1)  VALUE 'S'.
           88 WS-DADOS-VALIDOS   VALUE 'S'.
           88 WS-DADOS-INVALIDOS VALUE 'N'.

       01 WS-SW-CONFIRMA     PIC X(1)  VALUE 'N'.
           88 WS-CONFIRMADO      VALUE 'S'.

       01 WS-EOF-LISTA       PIC X(1)  VALUE 'N'.
           88 FIM-LISTA          VALUE 'S'.

       01 WS-CAD-ANO         PIC 9(4)  VALUE ZEROS.
       01 WS-CAD-TURMA       PIC X(10) VALUE SPACES.
       01 WS-CAD-MATERIA     PIC X(20) VALUE SPACES.
       01 WS-CAD-PROFESSOR   PIC X(20) VALUE SPACES.

       01 WS-QTD-LISTADAS    PIC 9(5) COMP VALUE ZERO.

       01 WS-SEGURANCA.
           COPY SEGREG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '***** ATRIBUICAO DE PROFESSORES POR TURMA *****'.

            MOVE ZERO TO WS-OPCAO-ATR.

            PERFORM P003-IDENTIFICA-OPERADOR.

            PERFORM P005-ABRE-ARQUIVO.

            PERFORM P006-CICLO-MENU UNTIL WS-ATR-SAIR.

            PERFORM P900-FIM.

       P003-IDENTIFICA-OPERADOR.
            MOVE 'E'          TO SEG-FUNCAO.
            MOVE 'MODULO2ATR' TO SEG-PROGRAMA.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

            IF SEG-NEGADO
                GOBACK
            END-IF.

       P004-AUTORIZA-ALTERACAO.
            MOVE 'A'          TO SEG-FUNCAO.
            MOVE 'MODULO2ATR' TO SEG-PROGRAMA.
            MOVE 'T'          TO SEG-ACAO.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

       P005-ABRE-ARQUIVO.
            OPEN I-O ATRIBUIC-FILE.
            IF ATR-NAO-ENCONTRADO
                OPEN OUTPUT ATRIBUIC-FILE
                CLOSE ATRIBUIC-FILE
                OPEN I-O ATRIBUIC-FILE
            END-IF.

       P006-CICLO-MENU.
            PERFORM P007-EXIBE-MENU.

            EVALUATE TRUE
               WHEN WS-ATR-INCLUI
                   PERFORM P004-AUTORIZA-ALTERACAO
                   IF SEG-LIBERADO
                       PERFORM P010-INCLUI
                   END-IF
               WHEN WS-ATR-ALTERA
                   PERFORM P004-AUTORIZA-ALTERACAO
                   IF SEG-LIBERADO
                       PERFORM P020-ALTERA
                   END-IF
               WHEN WS-ATR-EXCLUI
                   PERFORM P004-AUTORIZA-ALTERACAO
                   IF SEG-LIBERADO
                       PERFORM P030-EXCLUI
                   END-IF
               WHEN WS-ATR-CONSULTA   PERFORM P040-CONSULTA
               WHEN WS-ATR-LISTA      PERFORM P050-LISTA
               WHEN WS-ATR-SAIR       CONTINUE
               WHEN OTHER             DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.

       P007-EXIBE-MENU.
            DISPLAY '                                              '.
            DISPLAY '---------- ATRIBUICAO DE PROFESSORES ---------'.
            DISPLAY '1 - INCLUIR ATRIBUICAO'.
            DISPLAY '2 - TROCAR O PROFESSOR DE UMA ATRIBUICAO'.
            DISPLAY '3 - EXCLUIR ATRIBUICAO'.
            DISPLAY '4 - CONSULTAR ATRIBUICAO'.
            DISPLAY '5 - LISTAR ATRIBUICOES DO ANO'.
            DISPLAY '6 - VOLTAR'.
            DISPLAY 'ESCOLHA UMA OPCAO: '.
            ACCEPT WS-OPCAO-ATR.

       P008-COLETA-CHAVE.
            SET WS-DADOS-VALIDOS TO TRUE.

            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '.
            ACCEPT WS-CAD-ANO.
            DISPLAY 'DIGITE A TURMA: '.
            ACCEPT WS-CAD-TURMA.
            DISPLAY 'DIGITE A MATERIA: '.
            ACCEPT WS-CAD-MATERIA.

            IF WS-CAD-ANO = ZERO
                SET WS-DADOS-INVALIDOS TO TRUE
            END-IF.
            IF WS-CAD-TURMA = SPACES
                SET WS-DADOS-INVALIDOS TO TRUE
            END-IF.
            IF WS-CAD-MATERIA = SPACES
                SET WS-DADOS-INVALIDOS TO TRUE
            END-IF.

            IF WS-DADOS-INVALIDOS
                DISPLAY '*** ANO, TURMA E MATERIA SAO OBRIGATORIOS ***'
            ELSE
                MOVE WS-CAD-ANO     TO ATR-ANO-LETIVO
                MOVE WS-CAD-TURMA   TO ATR-TURMA
                MOVE WS-CAD-MATERIA TO ATR-MATERIA
            END-IF.

       P009-COLETA-PROFESSOR.
            DISPLAY 'DIGITE O NOME DO PROFESSOR: '.
            ACCEPT WS-CAD-PROFESSOR.

            IF WS-CAD-PROFESSOR = SPACES
                SET WS-DADOS-INVALIDOS TO TRUE
                DISPLAY '*** PROFESSOR OBRIGATORIO ***'
            END-IF.

       P010-INCLUI.
            PERFORM P008-COLETA-CHAVE.

            IF WS-DADOS-VALIDOS
                READ ATRIBUIC-FILE
                    INVALID KEY
                        PERFORM P009-COLETA-PROFESSOR
                        IF WS-DADOS-VALIDOS
                            PERFORM P014-GRAVA-INCLUSAO
                        END-IF
                    NOT INVALID KEY
                        DISPLAY 'ATRIBUICAO JA CADASTRADA - PROFESSOR: '
                                ATR-PROFESSOR
                END-READ
            END-IF.

       P014-GRAVA-INCLUSAO.
            MOVE WS-CAD-ANO       TO ATR-ANO-LETIVO.
            MOVE WS-CAD-TURMA     TO ATR-TURMA.
            MOVE WS-CAD-MATERIA   TO ATR-MATERIA.
            MOVE WS-CAD-PROFESSOR TO ATR-PROFESSOR.

            WRITE REG-ATRIBUIC
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A ATRIBUICAO'
            END-WRITE.

       P020-ALTERA.
            PERFORM P008-COLETA-CHAVE.

            IF WS-DADOS-VALIDOS
                READ ATRIBUIC-FILE
                    INVALID KEY
                        DISPLAY 'ATRIBUICAO NAO CADASTRADA'
                    NOT INVALID KEY
                        PERFORM P022-EXIBE-ATRIBUICAO
                        PERFORM P009-COLETA-PROFESSOR
                        IF WS-DADOS-VALIDOS
                            PERFORM P024-GRAVA-ALTERACAO
                        END-IF
                END-READ
            END-IF.

       P022-EXIBE-ATRIBUICAO.
            DISPLAY 'Ano letivo: ' ATR-ANO-LETIVO.
            DISPLAY 'Turma     : ' ATR-TURMA.
            DISPLAY 'Materia   : ' ATR-MATERIA.
            DISPLAY 'Professor : ' ATR-PROFESSOR.

       P024-GRAVA-ALTERACAO.
            MOVE WS-CAD-PROFESSOR TO ATR-PROFESSOR.

            REWRITE REG-ATRIBUIC
                INVALID KEY
                    DISPLAY 'ERRO AO ALTERAR A ATRIBUICAO'
            END-REWRITE.

       P030-EXCLUI.
            PERFORM P008-COLETA-CHAVE.

            IF WS-DADOS-VALIDOS
                READ ATRIBUIC-FILE
                    INVALID KEY
                        DISPLAY 'ATRIBUICAO NAO CADASTRADA'
                    NOT INVALID KEY
                        PERFORM P022-EXIBE-ATRIBUICAO
                        MOVE 'N' TO WS-SW-CONFIRMA
                        DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '
                        ACCEPT WS-SW-CONFIRMA
                        IF WS-CONFIRMADO
                            PERFORM P034-GRAVA-EXCLUSAO
                        ELSE
                            DISPLAY 'EXCLUSAO CANCELADA'
                        END-IF
                END-READ
            END-IF.

       P034-GRAVA-EXCLUSAO.
            DELETE ATRIBUIC-FILE
                INVALID KEY
                    DISPLAY 'ERRO AO EXCLUIR A ATRIBUICAO'
            END-DELETE.

       P040-CONSULTA.
            PERFORM P008-COLETA-CHAVE.

            IF WS-DADOS-VALIDOS
                READ ATRIBUIC-FILE
                    INVALID KEY
                        DISPLAY 'ATRIBUICAO NAO CADASTRADA'
                    NOT INVALID KEY
                        PERFORM P022-EXIBE-ATRIBUICAO
                END-READ
            END-IF.

       P050-LISTA.
            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '.
            ACCEPT WS-CAD-ANO.

            MOVE WS-CAD-ANO  TO ATR-ANO-LETIVO.
            MOVE LOW-VALUES  TO ATR-TURMA.
            MOVE LOW-VALUES  TO ATR-MATERIA.
            MOVE 'N'         TO WS-EOF-LISTA.
            MOVE ZERO        TO WS-QTD-LISTADAS.

            START ATRIBUIC-FILE KEY IS NOT LESS ATR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-LISTA
            END-START.

            DISPLAY '                                              '.
            DISPLAY '****** ATRIBUICOES DO ANO LETIVO ' WS-CAD-ANO
                    ' ******'.
            PERFORM P055-LE-PROXIMO-LISTA UNTIL FIM-LISTA.
            IF WS-QTD-LISTADAS = ZERO
                DISPLAY 'NENHUMA ATRIBUICAO PARA O ANO'
            END-IF.
            DISPLAY '*******************************************'.

       P055-LE-PROXIMO-LISTA.
            READ ATRIBUIC-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-LISTA
            END-READ.

            IF NOT FIM-LISTA
                IF ATR-ANO-LETIVO NOT = WS-CAD-ANO
                    MOVE 'S' TO WS-EOF-LISTA
                ELSE
                    ADD 1 TO WS-QTD-LISTADAS
                    DISPLAY ATR-TURMA ' ' ATR-MATERIA ' '
                            ATR-PROFESSOR
                END-IF
            END-IF.

       P900-FIM.
            CLOSE ATRIBUIC-FILE.
            GOBACK.
       END PROGRAM MODULO2ATR.
