      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de operadores (OPERADOR):
      *          inclusao, alteracao de nome/senha/perfil, liberacao
      *          de conta bloqueada por senhas erradas e listagem.
      *          So a direcao tem acesso.  Com o cadastro vazio o
      *          programa aceita, sem identificacao, a inclusao do
      *          primeiro operador, sempre com perfil de direcao,
      *          para que a escola consiga comecar a usar o sistema.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2OPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPER-USUARIO
               FILE STATUS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
       01  REG-OPERADOR.
           COPY OPERREG.

       WORKING-STORAGE SECTION.

       01 WS-OPER-STATUS     PIC X(2)  VALUE SPACES.
           88 OPER-OK            VALUE '00'.
           88 OPER-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-OPCAO-OPR       PIC 9(1)  VALUE ZERO.
           88 WS-OPR-INCLUI      VALUE 1.
           88 WS-OPR-ALTERA      VALUE 2.
           88 WS-OPR-LIBERA      VALUE 3.
           88 WS-OPR-LISTA       VALUE 4.
           88 WS-OPR-SAIR        VALUE 5.

       01 WS-SW-DADOS        PIC X(1)  VALUE 'S'.
           88 WS-DADOS-VALIDOS   VALUE 'S'.
           88 WS-DADOS-INVALIDOS VALUE 'N'.

       01 WS-SW-VAZIO        PIC X(1)  VALUE 'N'.
           88 WS-CADASTRO-VAZIO  VALUE 'S'.

       01 WS-EOF-LISTA       PIC X(1)  VALUE 'N'.
           88 FIM-LISTA          VALUE 'S'.

       01 WS-OPR-USUARIO     PIC X(8)  VALUE SPACES.
       01 WS-OPR-NOME        PIC X(20) VALUE SPACES.
       01 WS-OPR-SENHA       PIC X(8)  VALUE SPACES.
       01 WS-OPR-CONFIRMA    PIC X(8)  VALUE SPACES.
       01 WS-OPR-PERFIL      PIC X(1)  VALUE SPACE.
           88 WS-OPR-PERFIL-VALIDO VALUE 'S', 'C', 'D', 'O'.

       01 WS-SEGURANCA.
           COPY SEGREG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '***** MANUTENCAO DO CADASTRO DE OPERADORES ****'.

            MOVE ZERO TO WS-OPCAO-OPR.

            PERFORM P002-VERIFICA-CADASTRO.

            IF WS-CADASTRO-VAZIO
                PERFORM P004-INCLUI-PRIMEIRO
                PERFORM P900-FIM
            END-IF.

            PERFORM P003-IDENTIFICA-OPERADOR.

            PERFORM P005-ABRE-ARQUIVO.

            PERFORM P006-CICLO-MENU UNTIL WS-OPR-SAIR.

            PERFORM P900-FIM.

       P002-VERIFICA-CADASTRO.
            MOVE 'N' TO WS-SW-VAZIO.

            PERFORM P005-ABRE-ARQUIVO.

            MOVE LOW-VALUES TO OPER-USUARIO.
            START OPERADOR-FILE KEY IS NOT LESS OPER-USUARIO
                INVALID KEY
                    SET WS-CADASTRO-VAZIO TO TRUE
            END-START.

      *    A rotina de seguranca abre o OPERADOR por conta propria
      *    na identificacao; o arquivo so volta a ser aberto aqui
      *    depois dela.
            IF NOT WS-CADASTRO-VAZIO
                CLOSE OPERADOR-FILE
            END-IF.

       P003-IDENTIFICA-OPERADOR.
            MOVE 'E'          TO SEG-FUNCAO.
            MOVE 'MODULO2OPR' TO SEG-PROGRAMA.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

            IF SEG-LIBERADO
                MOVE 'A' TO SEG-FUNCAO
                MOVE 'O' TO SEG-ACAO
                CALL "MODULO2SEG"              USING WS-SEGURANCA
            END-IF.

            IF SEG-NEGADO
                DISPLAY '*** MANUTENCAO DE OPERADORES RESTRITA A '
                        'DIRECAO ***'
                GOBACK
            END-IF.

       P004-INCLUI-PRIMEIRO.
            DISPLAY '*** CADASTRO DE OPERADORES VAZIO - INCLUA O '
                    'PRIMEIRO OPERADOR (PERFIL DIRECAO) ***'.

            DISPLAY 'DIGITE O USUARIO: '.
            ACCEPT WS-OPR-USUARIO.
            MOVE 'D' TO WS-OPR-PERFIL.
            PERFORM P012-COLETA-DADOS.

            IF WS-DADOS-VALIDOS
                PERFORM P014-GRAVA-INCLUSAO
                DISPLAY 'ENTRE NOVAMENTE COM O OPERADOR CADASTRADO '
                        'PARA INCLUIR OS DEMAIS'
            END-IF.

       P005-ABRE-ARQUIVO.
            OPEN I-O OPERADOR-FILE.
            IF OPER-NAO-ENCONTRADO
                OPEN OUTPUT OPERADOR-FILE
                CLOSE OPERADOR-FILE
                OPEN I-O OPERADOR-FILE
            END-IF.

       P006-CICLO-MENU.
            PERFORM P007-EXIBE-MENU.

            EVALUATE TRUE
               WHEN WS-OPR-INCLUI     PERFORM P010-INCLUI
               WHEN WS-OPR-ALTERA     PERFORM P020-ALTERA
               WHEN WS-OPR-LIBERA     PERFORM P030-LIBERA
               WHEN WS-OPR-LISTA      PERFORM P040-LISTA
               WHEN WS-OPR-SAIR       CONTINUE
               WHEN OTHER             DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.

       P007-EXIBE-MENU.
            DISPLAY '                                              '.
            DISPLAY '------------ CADASTRO DE OPERADORES ----------'.
            DISPLAY '1 - INCLUIR OPERADOR'.
            DISPLAY '2 - ALTERAR OPERADOR (NOME/SENHA/PERFIL)'.
            DISPLAY '3 - LIBERAR CONTA BLOQUEADA'.
            DISPLAY '4 - LISTAR OPERADORES'.
            DISPLAY '5 - VOLTAR'.
            DISPLAY 'ESCOLHA UMA OPCAO: '.
            ACCEPT WS-OPCAO-OPR.

       P010-INCLUI.
            DISPLAY 'DIGITE O USUARIO: '.
            ACCEPT WS-OPR-USUARIO.

            MOVE WS-OPR-USUARIO TO OPER-USUARIO.
            READ OPERADOR-FILE
                INVALID KEY
                    PERFORM P011-COLETA-PERFIL
                    PERFORM P012-COLETA-DADOS
                    IF WS-DADOS-VALIDOS
                        PERFORM P014-GRAVA-INCLUSAO
                    END-IF
                NOT INVALID KEY
                    DISPLAY 'OPERADOR JA CADASTRADO: ' OPER-NOME
            END-READ.

       P011-COLETA-PERFIL.
            DISPLAY 'DIGITE O PERFIL (S=SECRETARIA / C=COORDENACAO'
                    ' / D=DIRECAO / O=OPERACAO): '.
            ACCEPT WS-OPR-PERFIL.

       P012-COLETA-DADOS.
            SET WS-DADOS-VALIDOS TO TRUE.

            DISPLAY 'DIGITE O NOME DO OPERADOR: '.
            ACCEPT WS-OPR-NOME.
            DISPLAY 'DIGITE A SENHA: '.
            ACCEPT WS-OPR-SENHA.
            DISPLAY 'REDIGITE A SENHA: '.
            ACCEPT WS-OPR-CONFIRMA.

            IF WS-OPR-USUARIO = SPACES
                SET WS-DADOS-INVALIDOS TO TRUE
            END-IF.
            IF WS-OPR-NOME = SPACES
                SET WS-DADOS-INVALIDOS TO TRUE
            END-IF.
            IF WS-OPR-SENHA = SPACES
             OR WS-OPR-SENHA NOT = WS-OPR-CONFIRMA
                SET WS-DADOS-INVALIDOS TO TRUE
                DISPLAY '*** SENHA EM BRANCO OU NAO CONFERE ***'
            END-IF.
            IF NOT WS-OPR-PERFIL-VALIDO
                SET WS-DADOS-INVALIDOS TO TRUE
                DISPLAY '*** PERFIL INVALIDO ***'
            END-IF.

            IF WS-DADOS-INVALIDOS
                DISPLAY '*** DADOS INVALIDOS - OPERACAO CANCELADA ***'
            END-IF.

       P014-GRAVA-INCLUSAO.
            MOVE WS-OPR-USUARIO TO OPER-USUARIO.
            MOVE WS-OPR-NOME    TO OPER-NOME.
            MOVE WS-OPR-SENHA   TO OPER-SENHA.
            MOVE WS-OPR-PERFIL  TO OPER-PERFIL.
            SET OPER-LIBERADO   TO TRUE.
            MOVE ZERO           TO OPER-TENTATIVAS.
            MOVE ZEROS          TO OPER-ULT-DATA.
            MOVE ZEROS          TO OPER-ULT-HORA.

            WRITE REG-OPERADOR
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O OPERADOR'
                NOT INVALID KEY
                    DISPLAY 'OPERADOR INCLUIDO: ' OPER-USUARIO
            END-WRITE.

       P020-ALTERA.
            DISPLAY 'DIGITE O USUARIO: '.
            ACCEPT WS-OPR-USUARIO.

            MOVE WS-OPR-USUARIO TO OPER-USUARIO.
            READ OPERADOR-FILE
                INVALID KEY
                    DISPLAY 'OPERADOR NAO CADASTRADO'
                NOT INVALID KEY
                    PERFORM P022-EXIBE-OPERADOR
                    PERFORM P011-COLETA-PERFIL
                    PERFORM P012-COLETA-DADOS
                    IF WS-DADOS-VALIDOS
                        PERFORM P024-GRAVA-ALTERACAO
                    END-IF
            END-READ.

       P022-EXIBE-OPERADOR.
            DISPLAY 'Usuario   : ' OPER-USUARIO.
            DISPLAY 'Nome      : ' OPER-NOME.
            DISPLAY 'Perfil    : ' OPER-PERFIL.
            DISPLAY 'Situacao  : ' OPER-SITUACAO
                    '  Tentativas: ' OPER-TENTATIVAS.
            DISPLAY 'Ult.acesso: ' OPER-ULT-DATA ' ' OPER-ULT-HORA.

       P024-GRAVA-ALTERACAO.
            MOVE WS-OPR-NOME    TO OPER-NOME.
            MOVE WS-OPR-SENHA   TO OPER-SENHA.
            MOVE WS-OPR-PERFIL  TO OPER-PERFIL.

            REWRITE REG-OPERADOR
                INVALID KEY
                    DISPLAY 'ERRO AO ALTERAR O OPERADOR'
            END-REWRITE.

       P030-LIBERA.
            DISPLAY 'DIGITE O USUARIO: '.
            ACCEPT WS-OPR-USUARIO.

            MOVE WS-OPR-USUARIO TO OPER-USUARIO.
            READ OPERADOR-FILE
                INVALID KEY
                    DISPLAY 'OPERADOR NAO CADASTRADO'
                NOT INVALID KEY
                    IF OPER-BLOQUEADO
                        SET OPER-LIBERADO TO TRUE
                        MOVE ZERO TO OPER-TENTATIVAS
                        REWRITE REG-OPERADOR
                            INVALID KEY
                                DISPLAY 'ERRO AO LIBERAR O OPERADOR'
                            NOT INVALID KEY
                                DISPLAY 'CONTA LIBERADA: '
                                        OPER-USUARIO
                        END-REWRITE
                    ELSE
                        DISPLAY 'CONTA NAO ESTA BLOQUEADA'
                    END-IF
            END-READ.

       P040-LISTA.
            MOVE LOW-VALUES TO OPER-USUARIO.
            MOVE 'N'        TO WS-EOF-LISTA.

            START OPERADOR-FILE KEY IS NOT LESS OPER-USUARIO
                INVALID KEY
                    DISPLAY 'CADASTRO VAZIO'
                    MOVE 'S' TO WS-EOF-LISTA
            END-START.

            IF NOT FIM-LISTA
                DISPLAY '                                              '
                DISPLAY '********* LISTAGEM DE OPERADORES *********'
                PERFORM P045-LE-PROXIMO-LISTA UNTIL FIM-LISTA
                DISPLAY '*******************************************'
            END-IF.

       P045-LE-PROXIMO-LISTA.
            READ OPERADOR-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-LISTA
            END-READ.

            IF NOT FIM-LISTA
                DISPLAY OPER-USUARIO ' ' OPER-NOME ' '
                        OPER-PERFIL ' ' OPER-SITUACAO ' '
                        OPER-ULT-DATA
            END-IF.

       P900-FIM.
            CLOSE OPERADOR-FILE.
            GOBACK.
       END PROGRAM MODULO2OPR.
