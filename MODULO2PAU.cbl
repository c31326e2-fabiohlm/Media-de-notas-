      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pautas de lancamento a partir da atribuicao de aulas
      *          (ATRIBUIC, mantido pelo MODULO2ATR).  Para o ano
      *          letivo e o bimestre informados percorre as
      *          atribuicoes por professor e, para cada turma/materia,
      *          levanta os alunos ativos da turma no MATRICUL e
      *          confere no ALUNOS quem ja teve o bimestre lancado.
      *          Na execucao normal grava uma pauta por atribuicao
      *          (PAUTA.aaaa.b.nnnn, no layout do ENTRADA do
      *          MODULO2BAT) com matricula, nome, materia, ano e
      *          bimestre ja preenchidos para os alunos ainda sem
      *          lancamento, faltando so notas, aulas e faltas.  O
      *          relatorio PENDENT lista, por professor, a situacao
      *          de cada atribuicao no bimestre (PENDENTE, PARCIAL,
      *          LANCADA ou SEM ALUNOS) e a pauta gerada.  Com o tipo
      *          'P' so o relatorio de pendencias e emitido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2PAU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUIC-FILE ASSIGN TO "ATRIBUIC"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ATR-CHAVE
               ALTERNATE RECORD KEY ATR-PROFESSOR WITH DUPLICATES
               FILE STATUS WS-ATR-STATUS.

           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY REG-CHAVE
               ALTERNATE RECORD KEY REG-NOME WITH DUPLICATES
               FILE STATUS WS-ALU-STATUS.

           SELECT MATRICUL-FILE ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MATR-MATRICULA
               ALTERNATE RECORD KEY MATR-NOME WITH DUPLICATES
               FILE STATUS WS-MATR-STATUS.

           SELECT PAUTA-FILE ASSIGN TO DYNAMIC WS-NOME-PAUTA
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PAU-STATUS.

           SELECT PENDENT-FILE ASSIGN TO "PENDENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUIC-FILE.
       01  REG-ATRIBUIC.
           COPY ATRIBREG.

       FD  ALUNOS-FILE.
       01  REG-ALUNO.
           COPY ALUNOREG.

       FD  MATRICUL-FILE.
       01  REG-MATRICUL.
           COPY MATRREG.

      *    Mesmo layout do ENTRADA do MODULO2BAT: a pauta preenchida
      *    pelo professor entra direto no lote.
       FD  PAUTA-FILE.
       01  REG-PAUTA.
           03 PAU-MATRICULA         PIC 9(6).
           03 PAU-NOME              PIC X(20).
           03 PAU-MATERIA           PIC X(20).
           03 PAU-ANO-LETIVO        PIC 9(4).
           03 PAU-BIMESTRE          PIC 9(1).
           03 PAU-N1                PIC 99V9.
           03 PAU-N2                PIC 99V9.
           03 PAU-N3                PIC 99V9.
           03 PAU-N4                PIC 99V9.
           03 PAU-AULAS-DADAS       PIC 9(3).
           03 PAU-FALTAS            PIC 9(3).

       FD  PENDENT-FILE.
       01  REG-PENDENT               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-ATR-STATUS      PIC X(2)  VALUE SPACES.
           88 ATR-OK             VALUE '00'.
           88 ATR-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-ALU-STATUS      PIC X(2)  VALUE SPACES.
           88 ALU-OK             VALUE '00'.
           88 ALU-NAO-ENCONTRADO  VALUE '23', '35'.

       01 WS-MATR-STATUS     PIC X(2)  VALUE SPACES.
           88 MATR-OK            VALUE '00'.
           88 MATR-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-PAU-STATUS      PIC X(2)  VALUE SPACES.
           88 PAU-OK             VALUE '00'.

       01 WS-PEN-STATUS      PIC X(2)  VALUE SPACES.
           88 PEN-OK             VALUE '00'.

       01 WS-EOF-ATRIBUIC    PIC X(1)  VALUE 'N'.
           88 FIM-ATRIBUIC       VALUE 'S'.

       01 WS-EOF-MATRICUL    PIC X(1)  VALUE 'N'.
           88 FIM-MATRICUL       VALUE 'S'.

       01 WS-SW-PAUTA        PIC X(1)  VALUE 'N'.
           88 WS-PAUTA-ABERTA    VALUE 'S'.

       01 WS-SW-LANCADO      PIC X(1)  VALUE 'N'.
           88 WS-JA-LANCADO      VALUE 'S'.

       01 WS-TIPO-EXEC       PIC X(1)  VALUE SPACE.
           88 WS-GERA-PAUTAS     VALUE 'N'.
           88 WS-SO-PENDENCIAS   VALUE 'P'.

       01 WS-ANO-PAUTA       PIC 9(4)  VALUE ZEROS.
       01 WS-BIM-PAUTA       PIC 9(1)  VALUE ZERO.
       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.

       01 WS-PROFESSOR-ATUAL PIC X(20) VALUE SPACES.

       01 WS-NOME-PAUTA.
           03 FILLER             PIC X(06) VALUE 'PAUTA.'.
           03 NPA-ANO            PIC 9(04) VALUE ZEROS.
           03 FILLER             PIC X(01) VALUE '.'.
           03 NPA-BIM            PIC 9(01) VALUE ZERO.
           03 FILLER             PIC X(01) VALUE '.'.
           03 NPA-SEQ            PIC 9(04) VALUE ZEROS.
           03 FILLER             PIC X(13) VALUE SPACES.

       01 WS-CONTADORES.
           03 WS-TOT-ATRIBUICOES PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-PENDENTES   PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-PAUTAS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-LINHAS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-PROFESSORES PIC 9(5) COMP VALUE ZERO.
           03 WS-PRF-ATRIBUICOES PIC 9(5) COMP VALUE ZERO.
           03 WS-PRF-PENDENTES   PIC 9(5) COMP VALUE ZERO.
           03 WS-ATR-ALUNOS      PIC 9(5) COMP VALUE ZERO.
           03 WS-ATR-LANCADOS    PIC 9(5) COMP VALUE ZERO.

       01 WS-CAB-1.
           03 FILLER             PIC X(10) VALUE SPACES.
           03 FILLER             PIC X(40)
                VALUE 'PAUTAS POR PROFESSOR - ANO LETIVO'.
           03 CAB-ANO            PIC 9(4).
           03 FILLER             PIC X(12) VALUE '  BIMESTRE'.
           03 CAB-BIM            PIC 9(1).
           03 FILLER             PIC X(13) VALUE SPACES.

       01 WS-CAB-2.
           03 FILLER             PIC X(10) VALUE 'EMITIDO EM'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CAB-DATA           PIC 99/99/99.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 CAB-TIPO           PIC X(40).
           03 FILLER             PIC X(18) VALUE SPACES.

       01 WS-CAB-3.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(11) VALUE 'TURMA'.
           03 FILLER             PIC X(21) VALUE 'MATERIA'.
           03 FILLER             PIC X(05) VALUE 'ALUN'.
           03 FILLER             PIC X(06) VALUE ' LANC'.
           03 FILLER             PIC X(11) VALUE 'SITUACAO'.
           03 FILLER             PIC X(24) VALUE 'PAUTA GERADA'.

       01 WS-CAB-PROFESSOR.
           03 FILLER             PIC X(11) VALUE 'PROFESSOR: '.
           03 CAB-PROFESSOR      PIC X(20).
           03 FILLER             PIC X(49) VALUE SPACES.

       01 WS-LINHA-PAUTA.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 LIN-TURMA          PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-MATERIA        PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-ALUNOS         PIC ZZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-LANCADOS       PIC ZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 LIN-SITUACAO       PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-ARQUIVO        PIC X(20).
           03 FILLER             PIC X(04) VALUE SPACES.

       01 WS-LINHA-SUBTOT.
           03 FILLER             PIC X(17)
                     VALUE '  ATRIBUICOES:'.
           03 SUB-ATRIBUICOES    PIC ZZZZ9.
           03 FILLER             PIC X(14) VALUE '  PENDENTES:'.
           03 SUB-PENDENTES      PIC ZZZZ9.
           03 FILLER             PIC X(39) VALUE SPACES.

       01 WS-LINHA-TOT-1.
           03 FILLER             PIC X(12) VALUE 'PROFESSORES:'.
           03 TOT-PROFESSORES    PIC ZZZZ9.
           03 FILLER             PIC X(15) VALUE '  ATRIBUICOES:'.
           03 TOT-ATRIBUICOES    PIC ZZZZ9.
           03 FILLER             PIC X(13) VALUE '  PENDENTES:'.
           03 TOT-PENDENTES      PIC ZZZZ9.
           03 FILLER             PIC X(25) VALUE SPACES.

       01 WS-LINHA-TOT-2.
           03 FILLER             PIC X(16) VALUE 'PAUTAS GERADAS:'.
           03 TOT-PAUTAS         PIC ZZZZ9.
           03 FILLER             PIC X(20)
                     VALUE '  ALUNOS NAS PAUTAS:'.
           03 TOT-LINHAS         PIC ZZZZ9.
           03 FILLER             PIC X(34) VALUE SPACES.

       01 WS-LINHA-LEGENDA.
           03 FILLER             PIC X(40)
                     VALUE 'ALUN=ALUNOS ATIVOS DA TURMA  LANC=BIMEST'.
           03 FILLER             PIC X(40)
                     VALUE 'RE JA LANCADO NO CADASTRO DE ALUNOS'.

       01 WS-LINHA-BRANCO        PIC X(80) VALUE SPACES.

       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-SW-DRIVER       PIC X(1)  VALUE 'N'.
           88 WS-EH-DRIVER       VALUE 'S'.

       01 WS-RESULTADO-PASSO PIC X(1)  VALUE 'E'.

       LINKAGE SECTION.
       01 WS-DRIVER.
           COPY DRVREG.

       PROCEDURE DIVISION USING WS-DRIVER.
       MAIN-PROCEDURE.

            DISPLAY '***** MODULO2PAU - PAUTAS POR PROFESSOR *****'.

            PERFORM P000-TESTA-DRIVER.

            PERFORM P002-VERIFICA-EXECUCAO.

            PERFORM P003-ACEITA-FILTROS.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P008-IMPRIME-CABECALHO.

            PERFORM P010-POSICIONA-ATRIBUIC.

            PERFORM P020-PROCESSA-ATRIBUICAO UNTIL FIM-ATRIBUIC.

            IF WS-TOT-PROFESSORES > ZERO
                PERFORM P070-FECHA-PROFESSOR
            ELSE
                DISPLAY 'NENHUMA ATRIBUICAO PARA O ANO LETIVO '
                        WS-ANO-PAUTA
            END-IF.

            PERFORM P080-IMPRIME-TOTAIS.

            PERFORM P999-FECHA-ARQUIVOS.

            DISPLAY 'ATRIBUICOES PENDENTES: ' WS-TOT-PENDENTES.
            DISPLAY 'PAUTAS GERADAS:        ' WS-TOT-PAUTAS.

            MOVE 'O' TO WS-RESULTADO-PASSO.

            DISPLAY 'PROGRAMA ENCERRADO'.
            PERFORM P990-TERMINA.

       P000-TESTA-DRIVER.
            IF ADDRESS OF WS-DRIVER NOT = NULL
                IF DRV-MODO-DRIVER
                    SET WS-EH-DRIVER TO TRUE
                END-IF
            END-IF.

       P002-VERIFICA-EXECUCAO.
            MOVE 'V' TO CTL-FUNCAO.
            CALL "MODULO2CTL"                  USING WS-CONTROLE.

            IF CTL-OCUPADO
                DISPLAY '*** EXECUCAO ATIVA SOBRE O CADASTRO: '
                        CTL-JOB-ATIVO ' DESDE ' CTL-DATA-ATIVA
                        ' ' CTL-HORA-ATIVA ' ***'
                DISPLAY '*** AGUARDE O FIM DO LOTE E TENTE '
                        'NOVAMENTE ***'
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

       P003-ACEITA-FILTROS.
            IF WS-EH-DRIVER
                MOVE DRV-ANO       TO WS-ANO-PAUTA
                MOVE DRV-BIM       TO WS-BIM-PAUTA
                MOVE DRV-TIPO-EXEC TO WS-TIPO-EXEC
                IF WS-ANO-PAUTA = ZERO
                 OR WS-BIM-PAUTA < 1 OR WS-BIM-PAUTA > 4
                    DISPLAY '*** ANO OU BIMESTRE INVALIDO NO PLANO '
                            'DE EXECUCAO ***'
                    MOVE 'E' TO WS-RESULTADO-PASSO
                    PERFORM P990-TERMINA
                END-IF
                IF NOT WS-SO-PENDENCIAS
                    SET WS-GERA-PAUTAS TO TRUE
                END-IF
            ELSE
                PERFORM P003A-ACEITA-ANO UNTIL WS-ANO-PAUTA > ZERO
                PERFORM P003B-ACEITA-BIMESTRE
                    UNTIL WS-BIM-PAUTA > ZERO AND WS-BIM-PAUTA < 5
                PERFORM P003C-ACEITA-TIPO
                    UNTIL WS-GERA-PAUTAS OR WS-SO-PENDENCIAS
            END-IF.

       P003A-ACEITA-ANO.
            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '.
            ACCEPT WS-ANO-PAUTA.
            IF WS-ANO-PAUTA = ZERO
                DISPLAY '*** ANO INVALIDO ***'
            END-IF.

       P003B-ACEITA-BIMESTRE.
            DISPLAY 'DIGITE O BIMESTRE (1 A 4): '.
            ACCEPT WS-BIM-PAUTA.
            IF WS-BIM-PAUTA < 1 OR WS-BIM-PAUTA > 4
                DISPLAY '*** BIMESTRE INVALIDO ***'
            END-IF.

       P003C-ACEITA-TIPO.
            DISPLAY 'N - GERAR PAUTAS E RELATORIO DE PENDENCIAS'.
            DISPLAY 'P - SOMENTE RELATORIO DE PENDENCIAS'.
            DISPLAY 'ESCOLHA O TIPO (N/P): '.
            ACCEPT WS-TIPO-EXEC.
            IF NOT WS-GERA-PAUTAS AND NOT WS-SO-PENDENCIAS
                DISPLAY '*** TIPO INVALIDO ***'
            END-IF.

       P005-ABRE-ARQUIVOS.
            OPEN INPUT ATRIBUIC-FILE.
            IF NOT ATR-OK
                DISPLAY '*** ERRO AO ABRIR ATRIBUICAO DE AULAS: '
                        WS-ATR-STATUS
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN INPUT ALUNOS-FILE.
            IF NOT ALU-OK
                DISPLAY '*** ERRO AO ABRIR CADASTRO DE ALUNOS: '
                        WS-ALU-STATUS
                CLOSE ATRIBUIC-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN INPUT MATRICUL-FILE.
            IF NOT MATR-OK
                DISPLAY '*** ERRO AO ABRIR CADASTRO DE MATRICULAS: '
                        WS-MATR-STATUS
                CLOSE ATRIBUIC-FILE
                CLOSE ALUNOS-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN OUTPUT PENDENT-FILE.
            IF NOT PEN-OK
                DISPLAY '*** ERRO AO ABRIR RELATORIO PENDENT: '
                        WS-PEN-STATUS
                CLOSE ATRIBUIC-FILE
                CLOSE ALUNOS-FILE
                CLOSE MATRICUL-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

       P008-IMPRIME-CABECALHO.
            MOVE WS-ANO-PAUTA    TO CAB-ANO.
            MOVE WS-BIM-PAUTA    TO CAB-BIM.
            ACCEPT WS-DATA-HOJE FROM DATE.
            MOVE WS-DATA-HOJE    TO CAB-DATA.
            IF WS-SO-PENDENCIAS
                MOVE 'SOMENTE PENDENCIAS - NENHUMA PAUTA GERADA'
                  TO CAB-TIPO
            ELSE
                MOVE 'PAUTAS GERADAS PARA OS ALUNOS SEM NOTA'
                  TO CAB-TIPO
            END-IF.

            WRITE REG-PENDENT FROM WS-CAB-1.
            WRITE REG-PENDENT FROM WS-CAB-2.
            WRITE REG-PENDENT FROM WS-LINHA-LEGENDA.

      *    As atribuicoes sao lidas pela chave alternativa, ja na
      *    ordem de professor; as de outros anos sao saltadas.
       P010-POSICIONA-ATRIBUIC.
            MOVE 'N'        TO WS-EOF-ATRIBUIC.
            MOVE LOW-VALUES TO ATR-PROFESSOR.

            START ATRIBUIC-FILE KEY IS NOT LESS ATR-PROFESSOR
                INVALID KEY
                    MOVE 'S' TO WS-EOF-ATRIBUIC
            END-START.

            IF NOT FIM-ATRIBUIC
                PERFORM P015-LE-ATRIBUIC
            END-IF.

       P015-LE-ATRIBUIC.
            READ ATRIBUIC-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-ATRIBUIC
            END-READ.

       P020-PROCESSA-ATRIBUICAO.
            IF ATR-ANO-LETIVO = WS-ANO-PAUTA
                IF ATR-PROFESSOR NOT = WS-PROFESSOR-ATUAL
                 OR WS-TOT-PROFESSORES = ZERO
                    PERFORM P025-QUEBRA-PROFESSOR
                END-IF
                PERFORM P030-LEVANTA-TURMA
                PERFORM P060-IMPRIME-ATRIBUICAO
            END-IF.

            PERFORM P015-LE-ATRIBUIC.

       P025-QUEBRA-PROFESSOR.
            IF WS-TOT-PROFESSORES > ZERO
                PERFORM P070-FECHA-PROFESSOR
            END-IF.

            MOVE ATR-PROFESSOR TO WS-PROFESSOR-ATUAL.
            MOVE ZERO          TO WS-PRF-ATRIBUICOES.
            MOVE ZERO          TO WS-PRF-PENDENTES.
            ADD 1              TO WS-TOT-PROFESSORES.

            MOVE ATR-PROFESSOR TO CAB-PROFESSOR.
            WRITE REG-PENDENT FROM WS-LINHA-BRANCO.
            WRITE REG-PENDENT FROM WS-CAB-PROFESSOR.
            WRITE REG-PENDENT FROM WS-CAB-3.

      *    Uma passada no MATRICUL por atribuicao: cada aluno ativo
      *    da turma e conferido no ALUNOS pela chave completa do
      *    bimestre; quem ainda nao tem lancamento vai para a pauta.
       P030-LEVANTA-TURMA.
            MOVE ZERO TO WS-ATR-ALUNOS.
            MOVE ZERO TO WS-ATR-LANCADOS.
            MOVE 'N'  TO WS-SW-PAUTA.

            ADD 1 TO WS-TOT-ATRIBUICOES.
            ADD 1 TO WS-PRF-ATRIBUICOES.

            MOVE 'N'   TO WS-EOF-MATRICUL.
            MOVE ZEROS TO MATR-MATRICULA.

            START MATRICUL-FILE KEY IS NOT LESS MATR-MATRICULA
                INVALID KEY
                    MOVE 'S' TO WS-EOF-MATRICUL
            END-START.

            IF NOT FIM-MATRICUL
                PERFORM P035-LE-MATRICUL
            END-IF.

            PERFORM P040-CONFERE-ALUNO UNTIL FIM-MATRICUL.

            IF WS-PAUTA-ABERTA
                CLOSE PAUTA-FILE
            END-IF.

       P035-LE-MATRICUL.
            READ MATRICUL-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-MATRICUL
            END-READ.

       P040-CONFERE-ALUNO.
            IF MATR-ATIVO AND MATR-TURMA = ATR-TURMA
                ADD 1 TO WS-ATR-ALUNOS
                PERFORM P045-VERIFICA-LANCAMENTO
                IF WS-JA-LANCADO
                    ADD 1 TO WS-ATR-LANCADOS
                ELSE
                    IF WS-GERA-PAUTAS
                        PERFORM P050-GRAVA-PAUTA
                    END-IF
                END-IF
            END-IF.

            PERFORM P035-LE-MATRICUL.

       P045-VERIFICA-LANCAMENTO.
            MOVE 'N'            TO WS-SW-LANCADO.
            MOVE MATR-MATRICULA TO REG-MATRICULA.
            MOVE ATR-MATERIA    TO REG-MATERIA.
            MOVE WS-ANO-PAUTA   TO REG-ANO-LETIVO.
            MOVE WS-BIM-PAUTA   TO REG-BIMESTRE.

            READ ALUNOS-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-JA-LANCADO TO TRUE
            END-READ.

       P050-GRAVA-PAUTA.
            IF NOT WS-PAUTA-ABERTA
                PERFORM P055-ABRE-PAUTA
            END-IF.

            IF WS-PAUTA-ABERTA
                INITIALIZE REG-PAUTA
                MOVE MATR-MATRICULA TO PAU-MATRICULA
                MOVE MATR-NOME      TO PAU-NOME
                MOVE ATR-MATERIA    TO PAU-MATERIA
                MOVE WS-ANO-PAUTA   TO PAU-ANO-LETIVO
                MOVE WS-BIM-PAUTA   TO PAU-BIMESTRE
                WRITE REG-PAUTA
                ADD 1 TO WS-TOT-LINHAS
            END-IF.

       P055-ABRE-PAUTA.
            MOVE WS-ANO-PAUTA       TO NPA-ANO.
            MOVE WS-BIM-PAUTA       TO NPA-BIM.
            MOVE WS-TOT-ATRIBUICOES TO NPA-SEQ.

            OPEN OUTPUT PAUTA-FILE.
            IF PAU-OK
                SET WS-PAUTA-ABERTA TO TRUE
                ADD 1 TO WS-TOT-PAUTAS
            ELSE
                DISPLAY '*** ERRO AO CRIAR A PAUTA ' WS-NOME-PAUTA
                        ': ' WS-PAU-STATUS
            END-IF.

       P060-IMPRIME-ATRIBUICAO.
            MOVE ATR-TURMA       TO LIN-TURMA.
            MOVE ATR-MATERIA     TO LIN-MATERIA.
            MOVE WS-ATR-ALUNOS   TO LIN-ALUNOS.
            MOVE WS-ATR-LANCADOS TO LIN-LANCADOS.

            IF WS-ATR-ALUNOS = ZERO
                MOVE 'SEM ALUNOS' TO LIN-SITUACAO
            ELSE
            IF WS-ATR-LANCADOS = ZERO
                MOVE 'PENDENTE'   TO LIN-SITUACAO
                ADD 1 TO WS-PRF-PENDENTES
                ADD 1 TO WS-TOT-PENDENTES
            ELSE
            IF WS-ATR-LANCADOS < WS-ATR-ALUNOS
                MOVE 'PARCIAL'    TO LIN-SITUACAO
                ADD 1 TO WS-PRF-PENDENTES
                ADD 1 TO WS-TOT-PENDENTES
            ELSE
                MOVE 'LANCADA'    TO LIN-SITUACAO
            END-IF
            END-IF
            END-IF.

            IF WS-PAUTA-ABERTA
                MOVE WS-NOME-PAUTA TO LIN-ARQUIVO
            ELSE
                MOVE SPACES        TO LIN-ARQUIVO
            END-IF.

            WRITE REG-PENDENT FROM WS-LINHA-PAUTA.

       P070-FECHA-PROFESSOR.
            MOVE WS-PRF-ATRIBUICOES TO SUB-ATRIBUICOES.
            MOVE WS-PRF-PENDENTES   TO SUB-PENDENTES.
            WRITE REG-PENDENT FROM WS-LINHA-SUBTOT.

       P080-IMPRIME-TOTAIS.
            MOVE WS-TOT-PROFESSORES TO TOT-PROFESSORES.
            MOVE WS-TOT-ATRIBUICOES TO TOT-ATRIBUICOES.
            MOVE WS-TOT-PENDENTES   TO TOT-PENDENTES.
            MOVE WS-TOT-PAUTAS      TO TOT-PAUTAS.
            MOVE WS-TOT-LINHAS      TO TOT-LINHAS.

            WRITE REG-PENDENT FROM WS-LINHA-BRANCO.
            WRITE REG-PENDENT FROM WS-LINHA-TOT-1.
            WRITE REG-PENDENT FROM WS-LINHA-TOT-2.

       P999-FECHA-ARQUIVOS.
            CLOSE ATRIBUIC-FILE.
            CLOSE ALUNOS-FILE.
            CLOSE MATRICUL-FILE.
            CLOSE PENDENT-FILE.

       P990-TERMINA.
            IF WS-EH-DRIVER
                MOVE WS-RESULTADO-PASSO TO DRV-RESULTADO
                GOBACK
            ELSE
                STOP RUN
            END-IF.

       END PROGRAM MODULO2PAU.
