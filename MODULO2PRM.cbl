      *          pesos maior que zero, piso nao superior ao corte,
      *          notas de corte entre 0 e 10) e registrada no log de
      *          alteracoes PARMLOG com os valores antes e depois,
      *          usuario, data e hora.  O operador se identifica com
      *          usuario e senha do cadastro OPERADOR (MODULO2SEG);
      *          a listagem e livre, mas incluir, alterar e excluir
      *          ficam restritos a coordenacao e a direcao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-ANT-CORTE       PIC 99V9  VALUE ZEROS.
           03 WS-ANT-PISO        PIC 99V9  VALUE ZEROS.

       01 WS-SEGURANCA.
           COPY SEGREG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


       P003-IDENTIFICA-USUARIO.
            MOVE SPACES TO WS-USUARIO.

            MOVE 'E'          TO SEG-FUNCAO.
            MOVE 'MODULO2PRM' TO SEG-PROGRAMA.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

            IF SEG-NEGADO
                GOBACK
            END-IF.

            MOVE SEG-USUARIO TO WS-USUARIO.

       P004-AUTORIZA-ALTERACAO.
            MOVE 'A'          TO SEG-FUNCAO.
            MOVE 'MODULO2PRM' TO SEG-PROGRAMA.
            MOVE 'P'          TO SEG-ACAO.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

       P005-ABRE-ARQUIVOS.
            OPEN I-O PARM-FILE.
            IF PARM-NAO-ENCONTRADO

            EVALUATE TRUE
               WHEN WS-PRM-LISTA      PERFORM P010-LISTA
               WHEN WS-PRM-INCLUI
                   PERFORM P004-AUTORIZA-ALTERACAO
                   IF SEG-LIBERADO
                       PERFORM P020-INCLUI
                   END-IF
               WHEN WS-PRM-ALTERA
                   PERFORM P004-AUTORIZA-ALTERACAO
                   IF SEG-LIBERADO
                       PERFORM P030-ALTERA
                   END-IF
               WHEN WS-PRM-EXCLUI
                   PERFORM P004-AUTORIZA-ALTERACAO
                   IF SEG-LIBERADO
                       PERFORM P040-EXCLUI
                   END-IF
               WHEN WS-PRM-SAIR       CONTINUE
               WHEN OTHER             DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.
