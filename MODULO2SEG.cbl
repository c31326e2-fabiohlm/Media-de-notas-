      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina de seguranca chamada pelos programas que
      *          lancam notas, retificam notas ou mantem PARMNOTA,
      *          MATRICUL, as atribuicoes de professores, o
      *          calendario de bimestres (e a sua reabertura) e o
      *          proprio cadastro de operadores.  Na entrada ('E') pede
      *          usuario e senha e confere no cadastro OPERADOR; cada
      *          senha errada soma uma tentativa na conta e, ao
      *          chegar ao limite, a conta fica bloqueada ate a
      *          direcao libera-la no MODULO2OPR.  O operador
      *          identificado fica guardado nesta rotina ate a saida
      *          ('S'), de modo que os programas chamados pelo menu
      *          MODULO2 nao pedem a senha outra vez.  Na autorizacao
      *          ('A') confere se o perfil do operador permite a acao
      *          pedida.  Toda entrada e toda tentativa recusada sai
      *          no log ACESSO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2SEG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OPER-USUARIO
               FILE STATUS WS-OPER-STATUS.

           SELECT ACESSO-FILE ASSIGN TO "ACESSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ACS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE.
       01  REG-OPERADOR.
           COPY OPERREG.

       FD  ACESSO-FILE.
       01  REG-ACESSO.
           COPY ACSLOGRG.

       WORKING-STORAGE SECTION.

       01 WS-OPER-STATUS     PIC X(2)  VALUE SPACES.
           88 OPER-OK            VALUE '00'.
           88 OPER-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-ACS-STATUS      PIC X(2)  VALUE SPACES.
           88 ACS-OK             VALUE '00'.
           88 ACS-NAO-ENCONTRADO  VALUE '35'.

       01 WS-SW-SESSAO       PIC X(1)  VALUE 'N'.
           88 WS-SESSAO-ATIVA    VALUE 'S'.
           88 WS-SEM-SESSAO      VALUE 'N'.

       01 WS-SW-DESISTE      PIC X(1)  VALUE 'N'.
           88 WS-DESISTIU        VALUE 'S'.

       01 WS-SESSAO.
           03 WS-SES-USUARIO     PIC X(8)  VALUE SPACES.
           03 WS-SES-PERFIL      PIC X(1)  VALUE SPACE.

       01 WS-EVENTO.
           03 WS-EVT-USUARIO     PIC X(8)  VALUE SPACES.
           03 WS-EVT-PERFIL      PIC X(1)  VALUE SPACE.
           03 WS-EVT-ACAO        PIC X(1)  VALUE SPACE.
           03 WS-EVT-CODIGO      PIC X(1)  VALUE SPACE.

       01 WS-ENT-USUARIO     PIC X(8)  VALUE SPACES.
       01 WS-ENT-SENHA       PIC X(8)  VALUE SPACES.

      *    Limite de senhas erradas seguidas antes do bloqueio da
      *    conta e de tentativas numa mesma entrada.
       01 WS-MAX-TENTATIVAS  PIC 9(1)  VALUE 3.
       01 WS-QTD-TENTATIVAS  PIC 9(1)  VALUE ZERO.

      *    Perfis autorizados por acao (codigo da acao seguido dos
      *    perfis que podem executa-la).
       01 WS-TAB-ACOES.
           03 FILLER PIC X(5) VALUE 'LSCD '.
           03 FILLER PIC X(5) VALUE 'RCD  '.
           03 FILLER PIC X(5) VALUE 'PCD  '.
           03 FILLER PIC X(5) VALUE 'MSD  '.
           03 FILLER PIC X(5) VALUE 'OD   '.
           03 FILLER PIC X(5) VALUE 'TCD  '.
           03 FILLER PIC X(5) VALUE 'KCD  '.
           03 FILLER PIC X(5) VALUE 'BD   '.
       01 WS-TAB-ACOES-R REDEFINES WS-TAB-ACOES.
           03 WS-ACAO-ITEM       OCCURS 8 TIMES.
               05 WS-ACAO-CODIGO     PIC X(1).
               05 WS-ACAO-PERFIS     PIC X(4).

       01 WS-QTD-ACOES       PIC 9(2) COMP VALUE 8.
       01 WS-IDX-ACAO        PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX-ACHOU       PIC 9(2) COMP VALUE ZERO.
       01 WS-QTD-PERFIL      PIC 9(2) COMP VALUE ZERO.

       LINKAGE SECTION.
       01 WS-SEG.
           COPY SEGREG.

       PROCEDURE DIVISION USING WS-SEG.
       MAIN-PROCEDURE.

            EVALUATE TRUE
               WHEN SEG-ENTRADA       PERFORM P010-ENTRADA
               WHEN SEG-AUTORIZA      PERFORM P040-AUTORIZA
               WHEN SEG-SAIDA         PERFORM P060-SAIDA
               WHEN OTHER             SET SEG-NEGADO TO TRUE
            END-EVALUATE.

            GOBACK.

       P010-ENTRADA.
            IF WS-SEM-SESSAO
                MOVE ZERO TO WS-QTD-TENTATIVAS
                MOVE 'N'  TO WS-SW-DESISTE
                PERFORM P015-TENTA-ENTRADA
                    UNTIL WS-SESSAO-ATIVA OR WS-DESISTIU
                       OR WS-QTD-TENTATIVAS NOT LESS WS-MAX-TENTATIVAS
            END-IF.

            IF WS-SESSAO-ATIVA
                SET SEG-LIBERADO TO TRUE
                MOVE WS-SES-USUARIO TO SEG-USUARIO
                MOVE WS-SES-PERFIL  TO SEG-PERFIL
            ELSE
                SET SEG-NEGADO TO TRUE
                MOVE SPACES TO SEG-USUARIO
                MOVE SPACE  TO SEG-PERFIL
                DISPLAY '*** OPERADOR NAO IDENTIFICADO - ACESSO '
                        'RECUSADO ***'
            END-IF.

       P015-TENTA-ENTRADA.
            ADD 1 TO WS-QTD-TENTATIVAS.
            MOVE SPACE TO WS-EVT-ACAO.

            DISPLAY 'DIGITE O SEU USUARIO: '.
            ACCEPT WS-ENT-USUARIO.
            DISPLAY 'DIGITE A SUA SENHA: '.
            ACCEPT WS-ENT-SENHA.

            OPEN I-O OPERADOR-FILE.
            IF NOT OPER-OK
                DISPLAY '*** CADASTRO DE OPERADORES INDISPONIVEL: '
                        WS-OPER-STATUS ' ***'
                DISPLAY '*** A DIRECAO DEVE CADASTRAR OS OPERADORES '
                        'NO MODULO2OPR ***'
                SET WS-DESISTIU TO TRUE
            ELSE
                MOVE WS-ENT-USUARIO TO OPER-USUARIO
                READ OPERADOR-FILE
                    INVALID KEY
                        PERFORM P020-USUARIO-DESCONHECIDO
                    NOT INVALID KEY
                        PERFORM P025-CONFERE-SENHA
                END-READ
                CLOSE OPERADOR-FILE
            END-IF.

       P020-USUARIO-DESCONHECIDO.
            DISPLAY '*** USUARIO OU SENHA INVALIDOS ***'.
            MOVE WS-ENT-USUARIO TO WS-EVT-USUARIO.
            MOVE SPACE          TO WS-EVT-PERFIL.
            MOVE 'U'            TO WS-EVT-CODIGO.
            PERFORM P080-GRAVA-ACESSO.

       P025-CONFERE-SENHA.
            MOVE OPER-USUARIO TO WS-EVT-USUARIO.
            MOVE OPER-PERFIL  TO WS-EVT-PERFIL.

            IF OPER-BLOQUEADO
                DISPLAY '*** CONTA BLOQUEADA - PROCURE A '
                        'DIRECAO ***'
                MOVE 'B' TO WS-EVT-CODIGO
                PERFORM P080-GRAVA-ACESSO
                SET WS-DESISTIU TO TRUE
            ELSE
            IF OPER-SENHA NOT = WS-ENT-SENHA
                PERFORM P030-SENHA-ERRADA
            ELSE
                MOVE ZERO TO OPER-TENTATIVAS
                ACCEPT OPER-ULT-DATA FROM DATE
                ACCEPT OPER-ULT-HORA FROM TIME
                REWRITE REG-OPERADOR
                    INVALID KEY
                        DISPLAY 'ERRO AO ATUALIZAR O OPERADOR'
                END-REWRITE
                SET WS-SESSAO-ATIVA TO TRUE
                MOVE OPER-USUARIO TO WS-SES-USUARIO
                MOVE OPER-PERFIL  TO WS-SES-PERFIL
                DISPLAY 'OPERADOR IDENTIFICADO: ' OPER-NOME
                MOVE 'E' TO WS-EVT-CODIGO
                PERFORM P080-GRAVA-ACESSO
            END-IF
            END-IF.

       P030-SENHA-ERRADA.
            ADD 1 TO OPER-TENTATIVAS.

            IF OPER-TENTATIVAS NOT LESS WS-MAX-TENTATIVAS
                SET OPER-BLOQUEADO TO TRUE
                DISPLAY '*** SENHA INVALIDA - LIMITE DE TENTATIVAS '
                        'ATINGIDO, CONTA BLOQUEADA ***'
                MOVE 'K' TO WS-EVT-CODIGO
                SET WS-DESISTIU TO TRUE
            ELSE
                DISPLAY '*** USUARIO OU SENHA INVALIDOS ***'
                MOVE 'S' TO WS-EVT-CODIGO
            END-IF.

            REWRITE REG-OPERADOR
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR O OPERADOR'
            END-REWRITE.

            PERFORM P080-GRAVA-ACESSO.

       P040-AUTORIZA.
            SET SEG-NEGADO TO TRUE.

            IF WS-SESSAO-ATIVA
                MOVE WS-SES-USUARIO TO SEG-USUARIO
                MOVE WS-SES-PERFIL  TO SEG-PERFIL
                PERFORM P045-BUSCA-ACAO
                IF WS-IDX-ACHOU > ZERO
                    MOVE ZERO TO WS-QTD-PERFIL
                    INSPECT WS-ACAO-PERFIS(WS-IDX-ACHOU)
                        TALLYING WS-QTD-PERFIL FOR ALL WS-SES-PERFIL
                    IF WS-QTD-PERFIL > ZERO
                        SET SEG-LIBERADO TO TRUE
                    END-IF
                END-IF
                IF SEG-NEGADO
                    DISPLAY '*** FUNCAO NAO PERMITIDA PARA O PERFIL '
                            'DO OPERADOR ' WS-SES-USUARIO ' ***'
                    MOVE WS-SES-USUARIO TO WS-EVT-USUARIO
                    MOVE WS-SES-PERFIL  TO WS-EVT-PERFIL
                    MOVE SEG-ACAO       TO WS-EVT-ACAO
                    MOVE 'N'            TO WS-EVT-CODIGO
                    PERFORM P080-GRAVA-ACESSO
                END-IF
            ELSE
                DISPLAY '*** OPERADOR NAO IDENTIFICADO - ACESSO '
                        'RECUSADO ***'
            END-IF.

       P045-BUSCA-ACAO.
            MOVE ZERO TO WS-IDX-ACHOU.

            PERFORM P047-TESTA-ACAO
                VARYING WS-IDX-ACAO FROM 1 BY 1
                UNTIL WS-IDX-ACAO > WS-QTD-ACOES
                   OR WS-IDX-ACHOU > ZERO.

       P047-TESTA-ACAO.
            IF WS-ACAO-CODIGO(WS-IDX-ACAO) = SEG-ACAO
                MOVE WS-IDX-ACAO TO WS-IDX-ACHOU
            END-IF.

       P060-SAIDA.
            SET WS-SEM-SESSAO TO TRUE.
            MOVE SPACES TO WS-SESSAO.
            MOVE SPACES TO SEG-USUARIO.
            MOVE SPACE  TO SEG-PERFIL.
            SET SEG-LIBERADO TO TRUE.

       P080-GRAVA-ACESSO.
            OPEN EXTEND ACESSO-FILE.
            IF ACS-NAO-ENCONTRADO
                OPEN OUTPUT ACESSO-FILE
                CLOSE ACESSO-FILE
                OPEN EXTEND ACESSO-FILE
            END-IF.

            IF ACS-OK
                MOVE SPACES         TO REG-ACESSO
                ACCEPT ACS-DATA     FROM DATE
                ACCEPT ACS-HORA     FROM TIME
                MOVE WS-EVT-USUARIO TO ACS-USUARIO
                MOVE WS-EVT-PERFIL  TO ACS-PERFIL
                MOVE SEG-PROGRAMA   TO ACS-PROGRAMA
                MOVE WS-EVT-ACAO    TO ACS-ACAO
                MOVE WS-EVT-CODIGO  TO ACS-EVENTO
                WRITE REG-ACESSO
                CLOSE ACESSO-FILE
            ELSE
                DISPLAY '*** ERRO AO GRAVAR O LOG DE ACESSOS: '
                        WS-ACS-STATUS ' ***'
            END-IF.

       END PROGRAM MODULO2SEG.
