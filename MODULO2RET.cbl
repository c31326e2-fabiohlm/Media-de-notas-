      *          trilha de auditoria completa.  Aluno/materia cujo
      *          ano ja tem resultado em RESFINAL nao pode ser
      *          retificado: ano fechado so muda com a direcao
      *          reabrindo o encerramento.  O operador se identifica
      *          com usuario e senha do cadastro OPERADOR (rotina
      *          MODULO2SEG) e so coordenacao e direcao retificam.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-SEGURANCA.
           COPY SEGREG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


       P003-IDENTIFICA-USUARIO.
            MOVE SPACES TO WS-USUARIO.

            MOVE 'E'          TO SEG-FUNCAO.
            MOVE 'MODULO2RET' TO SEG-PROGRAMA.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

            IF SEG-LIBERADO
                MOVE 'A' TO SEG-FUNCAO
                MOVE 'R' TO SEG-ACAO
                CALL "MODULO2SEG"              USING WS-SEGURANCA
            END-IF.

            IF SEG-NEGADO
                DISPLAY '*** RETIFICACAO NAO AUTORIZADA ***'
                STOP RUN
            END-IF.

            MOVE SEG-USUARIO TO WS-USUARIO.

       P005-ABRE-ARQUIVOS.
            OPEN I-O ALUNOS-FILE.
            IF NOT ALU-OK
