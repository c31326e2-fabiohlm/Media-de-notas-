      *          inclusao, alteracao, consulta e listagem dos alunos
      *          matriculados.  Somente alunos com situacao 'A'
      *          (ativo) recebem lancamento de notas no MODULO2 e
      *          no MODULO2BAT.  O operador se identifica com
      *          usuario e senha do cadastro OPERADOR (MODULO2SEG);
      *          consulta e listagem sao livres, mas incluir e
      *          alterar ficam restritos a secretaria e a direcao.
      *          Cada inclusao e cada troca de turma ou de situacao
      *          vai para o historico de movimentacao MOVMATR pela
      *          rotina MODULO2MOV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CAD-NOME        PIC X(20) VALUE SPACES.
       01 WS-CAD-TURMA       PIC X(10) VALUE SPACES.
       01 WS-CAD-SITUACAO    PIC X(1)  VALUE SPACE.
       01 WS-CAD-TURMA-ANT   PIC X(10) VALUE SPACES.
       01 WS-CAD-SIT-ANT     PIC X(1)  VALUE SPACE.

       01 WS-SEGURANCA.
           COPY SEGREG.

       01 WS-MOVIMENTO.
           COPY MVTREG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            MOVE ZERO TO WS-OPCAO-CAD.

            PERFORM P003-IDENTIFICA-OPERADOR.

            PERFORM P005-ABRE-ARQUIVO.

            PERFORM P006-CICLO-MENU UNTIL WS-CAD-SAIR.

            PERFORM P900-FIM.

       P003-IDENTIFICA-OPERADOR.
            MOVE 'E'          TO SEG-FUNCAO.
            MOVE 'MODULO2CAD' TO SEG-PROGRAMA.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

            IF SEG-NEGADO
                GOBACK
            END-IF.

       P004-AUTORIZA-ALTERACAO.
            MOVE 'A'          TO SEG-FUNCAO.
            MOVE 'MODULO2CAD' TO SEG-PROGRAMA.
            MOVE 'M'          TO SEG-ACAO.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

       P005-ABRE-ARQUIVO.
            OPEN I-O MATRICUL-FILE.
            IF MATR-NAO-ENCONTRADO
            PERFORM P007-EXIBE-MENU.

            EVALUATE TRUE
               WHEN WS-CAD-INCLUI
                   PERFORM P004-AUTORIZA-ALTERACAO
                   IF SEG-LIBERADO
                       PERFORM P010-INCLUI
                   END-IF
               WHEN WS-CAD-ALTERA
                   PERFORM P004-AUTORIZA-ALTERACAO
                   IF SEG-LIBERADO
                       PERFORM P020-ALTERA
                   END-IF
               WHEN WS-CAD-CONSULTA   PERFORM P030-CONSULTA
               WHEN WS-CAD-LISTA      PERFORM P040-LISTA
               WHEN WS-CAD-SAIR       CONTINUE
            WRITE REG-MATRICUL
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A MATRICULA'
                NOT INVALID KEY
                    MOVE 'I' TO MVT-FUNCAO
                    PERFORM P026-REGISTRA-MOVIMENTO
            END-WRITE.

       P020-ALTERA.
                    DISPLAY 'MATRICULA NAO CADASTRADA'
                NOT INVALID KEY
                    PERFORM P022-EXIBE-MATRICULA
                    MOVE MATR-TURMA    TO WS-CAD-TURMA-ANT
                    MOVE MATR-SITUACAO TO WS-CAD-SIT-ANT
                    PERFORM P012-COLETA-DADOS
                    IF WS-DADOS-VALIDOS
                        PERFORM P024-GRAVA-ALTERACAO
            REWRITE REG-MATRICUL
                INVALID KEY
                    DISPLAY 'ERRO AO ALTERAR A MATRICULA'
                NOT INVALID KEY
                    MOVE 'A' TO MVT-FUNCAO
                    PERFORM P026-REGISTRA-MOVIMENTO
            END-REWRITE.

       P026-REGISTRA-MOVIMENTO.
            MOVE MATR-MATRICULA   TO MVT-MATRICULA.
            MOVE WS-CAD-TURMA-ANT TO MVT-TURMA-ANT.
            MOVE WS-CAD-SIT-ANT   TO MVT-SIT-ANT.
            MOVE MATR-TURMA       TO MVT-TURMA-NOVA.
            MOVE MATR-SITUACAO    TO MVT-SIT-NOVA.
            MOVE 'MODULO2CAD'     TO MVT-ORIGEM.
            MOVE SEG-USUARIO      TO MVT-USUARIO.
            CALL "MODULO2MOV"                  USING WS-MOVIMENTO.

            IF MVT-ERRO
                DISPLAY '*** MOVIMENTO NAO REGISTRADO NO HISTORICO '
                        'MOVMATR ***'
            END-IF.

       P030-CONSULTA.
            DISPLAY 'DIGITE O NUMERO DA MATRICULA: '.
            ACCEPT WS-CAD-MATRICULA.
