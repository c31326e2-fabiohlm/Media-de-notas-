       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-SEGURANCA.
           COPY SEGREG.

       01 WS-CALENDARIO.
           COPY PERREG.

       01 WS-SW-VALIDACAO    PIC X(1)  VALUE 'S'.
           88 WS-NOTAS-VALIDAS   VALUE 'S'.
           88 WS-NOTAS-INVALIDAS VALUE 'N'.
           88 WS-OPC-BOLETIM        VALUE 4.
           88 WS-OPC-CADASTRO       VALUE 5.
           88 WS-OPC-PARAMETROS     VALUE 6.
           88 WS-OPC-OPERADORES     VALUE 7.
           88 WS-OPC-ATRIBUICOES    VALUE 8.
           88 WS-OPC-SAIR           VALUE 9.

       01 WS-SW-MATRICULA    PIC X(1)  VALUE 'N'.

            PERFORM P004D-VERIFICA-EXECUCAO.

            PERFORM P004E-IDENTIFICA-OPERADOR.

            MOVE 'I'       TO CTL-FUNCAO.
            MOVE 'MODULO2' TO CTL-JOB.
            CALL "MODULO2CTL"                  USING WS-CONTROLE.
            PERFORM P007-EXIBE-MENU.

            EVALUATE TRUE
               WHEN WS-OPC-NOVO
                   PERFORM P004F-AUTORIZA-LANCAMENTO
                   IF SEG-LIBERADO
                       PERFORM P001-INICIO
                   END-IF
               WHEN WS-OPC-CONSULTA    PERFORM P200-CONSULTA-ALUNO
               WHEN WS-OPC-RELATORIO   PERFORM P210-RELATORIO-TELA
               WHEN WS-OPC-BOLETIM
                   PERFORM P004F-AUTORIZA-LANCAMENTO
                   IF SEG-LIBERADO
                       PERFORM P100-BOLETIM
                   END-IF
               WHEN WS-OPC-CADASTRO    CALL "MODULO2CAD"
               WHEN WS-OPC-PARAMETROS  CALL "MODULO2PRM"
               WHEN WS-OPC-OPERADORES  CALL "MODULO2OPR"
               WHEN WS-OPC-ATRIBUICOES CALL "MODULO2ATR"
               WHEN WS-OPC-SAIR        CONTINUE
               WHEN OTHER              DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.
            DISPLAY '4 - GERAR BOLETIM (VARIAS MATERIAS)'.
            DISPLAY '5 - MANUTENCAO DO CADASTRO DE MATRICULAS'.
            DISPLAY '6 - MANUTENCAO DE PARAMETROS POR MATERIA'.
            DISPLAY '7 - MANUTENCAO DE OPERADORES'.
            DISPLAY '8 - ATRIBUICAO DE PROFESSORES POR TURMA'.
            DISPLAY '9 - SAIR'.
            DISPLAY 'ESCOLHA UMA OPCAO: '.
            ACCEPT WS-OPCAO-MENU.

            IF WS-MATR-VALIDA
                PERFORM P004B-COLETA-PERIODO
                PERFORM P004G-VERIFICA-CALENDARIO
                IF NOT PER-FECHADO
                    PERFORM P002-VAR
                    PERFORM P010-RESULT
                END-IF
            END-IF.

       P002-VAR.
                        'DESBALANCEADOS ***'
            END-IF.

       P004E-IDENTIFICA-OPERADOR.
            MOVE 'E'       TO SEG-FUNCAO.
            MOVE 'MODULO2' TO SEG-PROGRAMA.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

            IF SEG-NEGADO
                DISPLAY 'PROGRAMA ENCERRADO'
                STOP RUN
            END-IF.

       P004F-AUTORIZA-LANCAMENTO.
            MOVE 'A'       TO SEG-FUNCAO.
            MOVE 'MODULO2' TO SEG-PROGRAMA.
            MOVE 'L'       TO SEG-ACAO.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.

       P004G-VERIFICA-CALENDARIO.
            MOVE 'L'           TO PER-FUNCAO.
            MOVE WS-ANO-LETIVO TO PER-ANO-LETIVO.
            MOVE WS-BIMESTRE   TO PER-BIMESTRE.
            CALL "MODULO2PER"                  USING WS-CALENDARIO.

            IF PER-FECHADO
                DISPLAY '*** BIMESTRE FECHADO NO CALENDARIO EM '
                        PER-DATA-FECHAMENTO ' - LANCAMENTO '
                        'RECUSADO ***'
            END-IF.

       P005-ABRE-ARQUIVOS.
            OPEN I-O ALUNOS-FILE.
            IF ALU-NAO-ENCONTRADO
                MOVE WS-ANO-LETIVO TO WS-BOL-ANO
                MOVE WS-BIMESTRE   TO WS-BOL-BIM

                PERFORM P004G-VERIFICA-CALENDARIO
                IF PER-FECHADO
                    DISPLAY '*** BOLETIM CANCELADO ***'
                ELSE
                    SET WS-BOL-CONTINUA TO TRUE
                    PERFORM P105-CICLO-BOLETIM UNTIL WS-BOL-ENCERRADO

                    PERFORM P120-IMPRIME-BOLETIM
                END-IF
            END-IF.

       P105-CICLO-BOLETIM.
            MOVE 'E'       TO CTL-FUNCAO.
            MOVE 'MODULO2' TO CTL-JOB.
            CALL "MODULO2CTL"                  USING WS-CONTROLE.
            MOVE 'S'       TO SEG-FUNCAO.
            CALL "MODULO2SEG"                  USING WS-SEGURANCA.
            DISPLAY 'PROGRAMA ENCERRADO'
            STOP RUN.
       END PROGRAM MODULO2.
