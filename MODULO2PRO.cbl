      ******************************************************************
      * Author:
      * Date:
      * Purpose: Promocao e rematricula de fim de ano, rodada depois
      *          do MODULO2ENC e do MODULO2PRF.  Le o RESFINAL do ano
      *          letivo fechado, conta por aluno as materias
      *          reprovadas (REPROVADO, REPR.FINAL) e incompletas
      *          (INCOMPLETO) e decide PROMOVIDO ou RETIDO contra o
      *          limite de materias reprovadas da tabela SERIES.  O
      *          promovido passa para a turma seguinte da tabela de
      *          progressao (ou fica CONCLUIDO na ultima serie) e o
      *          retido continua na mesma turma; a nova turma e
      *          gravada no MATRICUL.  A lista de promocao PROMOCAO
      *          sai para a assinatura da direcao, com uma secao
      *          separada para os alunos retidos por resultado
      *          INCOMPLETO, que precisam de providencia antes da
      *          rematricula.  A execucao em simulacao (tipo S) so
      *          imprime a lista.  O ano aplicado fica registrado em
      *          PROMCTL e nao e aplicado duas vezes; para refazer, o
      *          operador remove o PROMCTL e restaura o MATRICUL.
      *          Cada troca de turma ou conclusao aplicada vai para o
      *          historico de movimentacao MOVMATR (MODULO2MOV), para
      *          os boletins e o historico do ano encerrado seguirem
      *          com a turma em que o aluno cursou.  Se alguma
      *          matricula nao pode ser regravada, o PROMCTL nao e
      *          gravado e o passo termina com erro; a nova execucao
      *          do ano pula quem ja tem a promocao no MOVMATR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2PRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESFINAL-FILE ASSIGN TO "RESFINAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FIN-CHAVE
               FILE STATUS WS-FIN-STATUS.

           SELECT MATRICUL-FILE ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MATR-MATRICULA
               ALTERNATE RECORD KEY MATR-NOME WITH DUPLICATES
               FILE STATUS WS-MATR-STATUS.

           SELECT SERIES-FILE ASSIGN TO "SERIES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SER-STATUS.

           SELECT PROMCTL-FILE ASSIGN TO "PROMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PCT-STATUS.

           SELECT PROMOCAO-FILE ASSIGN TO "PROMOCAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PRO-STATUS.

           SELECT PROMINC-FILE ASSIGN TO "PROMINC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESFINAL-FILE.
       01  REG-RESFINAL.
           COPY FINREG.

       FD  MATRICUL-FILE.
       01  REG-MATRICUL.
           COPY MATRREG.

       FD  SERIES-FILE.
       01  REG-SERIES.
           COPY SERIEREG.

       FD  PROMCTL-FILE.
       01  REG-PROMCTL.
           03 PCT-ANO               PIC 9(4).
           03 PCT-DATA              PIC 9(6).
           03 PCT-HORA              PIC 9(8).

       FD  PROMOCAO-FILE.
       01  REG-PROMOCAO              PIC X(80).

       FD  PROMINC-FILE.
       01  REG-PROMINC               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FIN-STATUS      PIC X(2)  VALUE SPACES.
           88 FIN-OK             VALUE '00'.
           88 FIN-NAO-ENCONTRADO  VALUE '23', '35'.

       01 WS-MATR-STATUS     PIC X(2)  VALUE SPACES.
           88 MATR-OK            VALUE '00'.
           88 MATR-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-SER-STATUS      PIC X(2)  VALUE SPACES.
           88 SER-OK             VALUE '00'.

       01 WS-PCT-STATUS      PIC X(2)  VALUE SPACES.
           88 PCT-OK             VALUE '00'.

       01 WS-PRO-STATUS      PIC X(2)  VALUE SPACES.
           88 PRO-OK             VALUE '00'.

       01 WS-INC-STATUS      PIC X(2)  VALUE SPACES.
           88 INC-OK             VALUE '00'.

       01 WS-EOF-RESFINAL    PIC X(1)  VALUE 'N'.
           88 FIM-RESFINAL       VALUE 'S'.

       01 WS-EOF-SERIES      PIC X(1)  VALUE 'N'.
           88 FIM-SERIES         VALUE 'S'.

       01 WS-EOF-PROMINC     PIC X(1)  VALUE 'N'.
           88 FIM-PROMINC        VALUE 'S'.

       01 WS-SW-GRUPO        PIC X(1)  VALUE 'N'.
           88 WS-TEM-GRUPO       VALUE 'S'.

       01 WS-SW-FECHADO      PIC X(1)  VALUE 'N'.
           88 WS-ANO-FECHADO     VALUE 'S'.

       01 WS-SW-INICIADO     PIC X(1)  VALUE 'N'.
           88 WS-CTL-INICIADO    VALUE 'S'.

       01 WS-TIPO-EXECUCAO   PIC X(1)  VALUE 'N'.
           88 WS-EXEC-NORMAL        VALUE 'N'.
           88 WS-EXEC-SIMULACAO     VALUE 'S'.

       01 WS-ANO-PROMO       PIC 9(4)  VALUE ZEROS.
       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.
       01 WS-LIMITE-REPROV   PIC 9(2)  VALUE ZERO.

       01 WS-GRUPO.
           03 WS-GRP-MATRICULA   PIC 9(6)  VALUE ZEROS.
           03 WS-GRP-NOME        PIC X(20) VALUE SPACES.
           03 WS-GRP-QTD-MAT     PIC 9(2)  VALUE ZERO.
           03 WS-GRP-QTD-REPROV  PIC 9(2)  VALUE ZERO.
           03 WS-GRP-QTD-INCOMP  PIC 9(2)  VALUE ZERO.

       01 WS-QTD-FALHAS      PIC 9(3)  VALUE ZERO.
       01 WS-RESULTADO       PIC X(10) VALUE SPACES.
       01 WS-NOVA-TURMA      PIC X(10) VALUE SPACES.
       01 WS-TURMA-ANTERIOR  PIC X(10) VALUE SPACES.

       01 WS-TAB-SERIES.
           03 WS-SER-ITEM OCCURS 100 TIMES.
               05 WS-SER-TURMA       PIC X(10).
               05 WS-SER-SERIE       PIC X(10).
               05 WS-SER-PROXIMA     PIC X(10).

       01 WS-QTD-SERIES      PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-SERIE       PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-ACHOU       PIC 9(3) COMP VALUE ZERO.

       01 WS-CONTADORES.
           03 WS-TOT-ALUNOS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-PROMOV      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-CONCL       PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-RETIDOS     PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-RET-INCOMP  PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-PENDENTES   PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-IGNORADOS   PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-ERROS       PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-JA-PROMOV   PIC 9(5) COMP VALUE ZERO.

       01 WS-CAB-1.
           03 FILLER             PIC X(18) VALUE SPACES.
           03 FILLER             PIC X(34)
                     VALUE 'LISTA DE PROMOCAO - ANO LETIVO DE'.
           03 CAB-ANO            PIC 9(4).
           03 FILLER             PIC X(24) VALUE SPACES.

       01 WS-CAB-2.
           03 FILLER             PIC X(10) VALUE 'EMITIDO EM'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CAB-DATA           PIC 99/99/99.
           03 FILLER             PIC X(30)
                     VALUE '   LIMITE DE REPROVACOES:'.
           03 CAB-LIMITE         PIC Z9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 CAB-TIPO           PIC X(12).
           03 FILLER             PIC X(14) VALUE SPACES.

       01 WS-CAB-3.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE 'MATRIC'.
           03 FILLER             PIC X(21) VALUE 'NOME'.
           03 FILLER             PIC X(11) VALUE 'TURMA'.
           03 FILLER             PIC X(11) VALUE 'MAT REP INC'.
           03 FILLER             PIC X(11) VALUE 'RESULTADO'.
           03 FILLER             PIC X(18) VALUE 'NOVA TURMA'.

       01 WS-TIT-SECAO-1.
           03 FILLER             PIC X(40)
                     VALUE '*** ALUNOS PROMOVIDOS E RETIDOS ***'.
           03 FILLER             PIC X(40) VALUE SPACES.

       01 WS-TIT-SECAO-2.
           03 FILLER             PIC X(40)
                     VALUE '*** RETIDOS POR RESULTADO INCOMPLETO -'.
           03 FILLER             PIC X(40)
                     VALUE ' REGULARIZAR ANTES DA REMATRICULA ***'.

       01 WS-LINHA-ALUNO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRO-MATRICULA      PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRO-NOME           PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRO-TURMA          PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRO-QTD-MAT        PIC Z9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PRO-QTD-REPROV     PIC Z9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PRO-QTD-INCOMP     PIC Z9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRO-RESULTADO      PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRO-NOVA-TURMA     PIC X(10).
           03 FILLER             PIC X(08) VALUE SPACES.

       01 WS-LINHA-TOT-1.
           03 FILLER             PIC X(12) VALUE 'PROCESSADOS:'.
           03 TOT-ALUNOS         PIC ZZZZ9.
           03 FILLER             PIC X(13) VALUE '  PROMOVIDOS:'.
           03 TOT-PROMOV         PIC ZZZZ9.
           03 FILLER             PIC X(14) VALUE '  CONCLUINTES:'.
           03 TOT-CONCL          PIC ZZZZ9.
           03 FILLER             PIC X(10) VALUE '  RETIDOS:'.
           03 TOT-RETIDOS        PIC ZZZZ9.
           03 FILLER             PIC X(11) VALUE SPACES.

       01 WS-LINHA-TOT-2.
           03 FILLER             PIC X(25)
                     VALUE 'RETIDOS POR INCOMPLETO:'.
           03 TOT-RET-INCOMP     PIC ZZZZ9.
           03 FILLER             PIC X(13) VALUE '  PENDENTES:'.
           03 TOT-PENDENTES      PIC ZZZZ9.
           03 FILLER             PIC X(23)
                     VALUE '  FORA (NAO ATIVOS):'.
           03 TOT-IGNORADOS      PIC ZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.

       01 WS-LINHA-TOT-3.
           03 FILLER             PIC X(35)
                     VALUE 'ERROS NA REGRAVACAO DO MATRICUL:'.
           03 TOT-ERROS          PIC ZZZZ9.
           03 FILLER             PIC X(23)
                     VALUE '  JA PROMOVIDOS ANTES:'.
           03 TOT-JA-PROMOV      PIC ZZZZ9.
           03 FILLER             PIC X(12) VALUE SPACES.

       01 WS-LINHA-NAO-FECHADO.
           03 FILLER             PIC X(40)
                     VALUE '*** MATRICULAS NAO REGRAVADAS - PROMOCAO'.
           03 FILLER             PIC X(40)
                     VALUE ' NAO FECHADA, CORRIGIR E RODAR DE NOVO'.

       01 WS-LINHA-SIMULACAO.
           03 FILLER             PIC X(40)
                     VALUE '*** SIMULACAO - NENHUMA ALTERACAO'.
           03 FILLER             PIC X(40)
                     VALUE ' GRAVADA NO MATRICUL ***'.

       01 WS-LINHA-ASSIN.
           03 FILLER             PIC X(30)
                     VALUE '______________________________'.
           03 FILLER             PIC X(10) VALUE SPACES.
           03 FILLER             PIC X(30)
                     VALUE '______________________________'.
           03 FILLER             PIC X(10) VALUE SPACES.

       01 WS-LINHA-ASSIN-2.
           03 FILLER             PIC X(30)
                     VALUE '     SECRETARIA ESCOLAR'.
           03 FILLER             PIC X(10) VALUE SPACES.
           03 FILLER             PIC X(30)
                     VALUE '        DIRECAO'.
           03 FILLER             PIC X(10) VALUE SPACES.

       01 WS-LINHA-BRANCO        PIC X(80) VALUE SPACES.

       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-MOVIMENTO.
           COPY MVTREG.

       01 WS-SW-DRIVER       PIC X(1)  VALUE 'N'.
           88 WS-EH-DRIVER       VALUE 'S'.

       01 WS-RESULTADO-PASSO PIC X(1)  VALUE 'E'.

       LINKAGE SECTION.
       01 WS-DRIVER.
           COPY DRVREG.

       PROCEDURE DIVISION USING WS-DRIVER.
       MAIN-PROCEDURE.

            DISPLAY '***** MODULO2PRO - PROMOCAO DE FIM DE ANO *****'.

            PERFORM P000-TESTA-DRIVER.

            PERFORM P002-VERIFICA-EXECUCAO.

            IF WS-EH-DRIVER
                MOVE DRV-ANO       TO WS-ANO-PROMO
                MOVE DRV-TIPO-EXEC TO WS-TIPO-EXECUCAO
                IF WS-ANO-PROMO = ZERO
                    DISPLAY '*** ANO INVALIDO NO PLANO DE '
                            'EXECUCAO ***'
                    MOVE 'E' TO WS-RESULTADO-PASSO
                    PERFORM P990-TERMINA
                END-IF
            ELSE
                PERFORM P003-ACEITA-ANO UNTIL WS-ANO-PROMO > ZERO
                DISPLAY 'TIPO DE EXECUCAO (N=NORMAL / S=SIMULACAO, '
                        'SO A LISTA): '
                ACCEPT WS-TIPO-EXECUCAO
            END-IF.

            IF NOT WS-EXEC-NORMAL AND NOT WS-EXEC-SIMULACAO
                DISPLAY 'TIPO DE EXECUCAO INVALIDO - ASSUMINDO '
                        'NORMAL'
                MOVE 'N' TO WS-TIPO-EXECUCAO
            END-IF.

            PERFORM P004-CARREGA-SERIES.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P006-APURA-FECHAMENTO.

            IF WS-EXEC-NORMAL
                PERFORM P007-VERIFICA-PROMCTL
                MOVE 'I'          TO CTL-FUNCAO
                MOVE 'MODULO2PRO' TO CTL-JOB
                CALL "MODULO2CTL"              USING WS-CONTROLE
                SET WS-CTL-INICIADO TO TRUE
            END-IF.

            PERFORM P008-IMPRIME-CABECALHO.

            PERFORM P010-POSICIONA-RESFINAL.

            PERFORM P020-CICLO-PROMOCAO UNTIL FIM-RESFINAL.

            IF WS-TEM-GRUPO
                PERFORM P050-FECHA-ALUNO
            END-IF.

            PERFORM P070-IMPRIME-INCOMPLETOS.

            PERFORM P080-IMPRIME-TOTAIS.

            PERFORM P999-FECHA-ARQUIVOS.

      *    Com erro de regravacao o ano nao e marcado no PROMCTL: a
      *    promocao pode ser rodada de novo para os que faltaram.
            IF WS-EXEC-NORMAL
                IF WS-TOT-ERROS = ZERO
                    PERFORM P090-GRAVA-PROMCTL
                ELSE
                    DISPLAY '*** ' WS-TOT-ERROS ' MATRICULAS NAO '
                            'REGRAVADAS - PROMCTL NAO ATUALIZADO ***'
                END-IF
                MOVE 'E'          TO CTL-FUNCAO
                MOVE 'MODULO2PRO' TO CTL-JOB
                CALL "MODULO2CTL"              USING WS-CONTROLE
            END-IF.

            DISPLAY 'PROMOVIDOS:  ' WS-TOT-PROMOV.
            DISPLAY 'CONCLUINTES: ' WS-TOT-CONCL.
            DISPLAY 'RETIDOS:     ' WS-TOT-RETIDOS.
            DISPLAY 'RETIDOS POR INCOMPLETO: ' WS-TOT-RET-INCOMP.
            DISPLAY 'PENDENTES:   ' WS-TOT-PENDENTES.
            DISPLAY 'ERROS NA REGRAVACAO: ' WS-TOT-ERROS.

            IF WS-TOT-ERROS = ZERO
                MOVE 'O' TO WS-RESULTADO-PASSO
            ELSE
                MOVE 'E' TO WS-RESULTADO-PASSO
            END-IF.

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

       P003-ACEITA-ANO.
            DISPLAY 'DIGITE O ANO LETIVO ENCERRADO (AAAA): '.
            ACCEPT WS-ANO-PROMO.
            IF WS-ANO-PROMO = ZERO
                DISPLAY '*** ANO INVALIDO ***'
            END-IF.

       P004-CARREGA-SERIES.
            OPEN INPUT SERIES-FILE.
            IF NOT SER-OK
                DISPLAY '*** ERRO AO ABRIR A TABELA DE SERIES: '
                        WS-SER-STATUS
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            PERFORM P004A-LE-SERIES.
            PERFORM P004B-GUARDA-SERIE UNTIL FIM-SERIES.

            CLOSE SERIES-FILE.

            IF WS-QTD-SERIES = ZERO
                DISPLAY '*** TABELA DE SERIES SEM PROGRESSAO DE '
                        'TURMAS ***'
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

       P004A-LE-SERIES.
            READ SERIES-FILE
                AT END MOVE 'S' TO WS-EOF-SERIES
            END-READ.

       P004B-GUARDA-SERIE.
            EVALUATE TRUE
               WHEN SER-LIMITE
                   IF SER-QTD-LIMITE NUMERIC
                       MOVE SER-QTD-LIMITE TO WS-LIMITE-REPROV
                   END-IF
               WHEN SER-PROGRESSAO
                   IF WS-QTD-SERIES < 100
                       ADD 1 TO WS-QTD-SERIES
                       MOVE SER-TURMA   TO WS-SER-TURMA(WS-QTD-SERIES)
                       MOVE SER-SERIE   TO WS-SER-SERIE(WS-QTD-SERIES)
                       MOVE SER-PROXIMA
                         TO WS-SER-PROXIMA(WS-QTD-SERIES)
                   ELSE
                       DISPLAY '*** LIMITE DE 100 TURMAS NA TABELA '
                               'DE SERIES - TURMA IGNORADA: '
                               SER-TURMA
                   END-IF
               WHEN OTHER
                   CONTINUE
            END-EVALUATE.

            PERFORM P004A-LE-SERIES.

       P005-ABRE-ARQUIVOS.
            OPEN INPUT RESFINAL-FILE.
            IF NOT FIN-OK
                DISPLAY '*** ERRO AO ABRIR O RESULTADO FINAL: '
                        WS-FIN-STATUS
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            IF WS-EXEC-NORMAL
                OPEN I-O MATRICUL-FILE
            ELSE
                OPEN INPUT MATRICUL-FILE
            END-IF.
            IF NOT MATR-OK
                DISPLAY '*** ERRO AO ABRIR CADASTRO DE MATRICULAS: '
                        WS-MATR-STATUS
                CLOSE RESFINAL-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN OUTPUT PROMOCAO-FILE.
            IF NOT PRO-OK
                DISPLAY '*** ERRO AO ABRIR A LISTA DE PROMOCAO: '
                        WS-PRO-STATUS
                CLOSE RESFINAL-FILE
                CLOSE MATRICUL-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN OUTPUT PROMINC-FILE.
            IF NOT INC-OK
                DISPLAY '*** ERRO AO ABRIR O ARQUIVO DE TRABALHO '
                        'PROMINC: ' WS-INC-STATUS
                CLOSE RESFINAL-FILE
                CLOSE MATRICUL-FILE
                CLOSE PROMOCAO-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

       P006-APURA-FECHAMENTO.
            MOVE LOW-VALUES TO FIN-CHAVE.
            START RESFINAL-FILE KEY IS NOT LESS FIN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-RESFINAL
            END-START.

            PERFORM P015-LE-RESFINAL
                UNTIL FIM-RESFINAL OR WS-ANO-FECHADO.

            IF NOT WS-ANO-FECHADO
                DISPLAY '*** ANO ' WS-ANO-PROMO ' SEM RESULTADO EM '
                        'RESFINAL - RODE O MODULO2ENC ANTES ***'
                PERFORM P998-ABORTA-EXECUCAO
            END-IF.

       P007-VERIFICA-PROMCTL.
            OPEN INPUT PROMCTL-FILE.
            IF PCT-OK
                READ PROMCTL-FILE
                    AT END
                        MOVE ZEROS TO PCT-ANO
                END-READ
                CLOSE PROMCTL-FILE
                IF PCT-ANO NOT LESS WS-ANO-PROMO
                    DISPLAY '*** PROMOCAO DO ANO ' PCT-ANO
                            ' JA APLICADA EM ' PCT-DATA
                            ' - EXECUCAO RECUSADA ***'
                    PERFORM P998-ABORTA-EXECUCAO
                END-IF
            END-IF.

       P008-IMPRIME-CABECALHO.
            MOVE WS-ANO-PROMO     TO CAB-ANO.
            ACCEPT WS-DATA-HOJE FROM DATE.
            MOVE WS-DATA-HOJE     TO CAB-DATA.
            MOVE WS-LIMITE-REPROV TO CAB-LIMITE.
            IF WS-EXEC-SIMULACAO
                MOVE 'SIMULACAO'  TO CAB-TIPO
            ELSE
                MOVE SPACES       TO CAB-TIPO
            END-IF.

            WRITE REG-PROMOCAO FROM WS-CAB-1.
            WRITE REG-PROMOCAO FROM WS-CAB-2.
            WRITE REG-PROMOCAO FROM WS-LINHA-BRANCO.
            WRITE REG-PROMOCAO FROM WS-TIT-SECAO-1.
            WRITE REG-PROMOCAO FROM WS-CAB-3.

       P010-POSICIONA-RESFINAL.
            MOVE 'N' TO WS-EOF-RESFINAL.
            MOVE LOW-VALUES TO FIN-CHAVE.

            START RESFINAL-FILE KEY IS NOT LESS FIN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-RESFINAL
            END-START.

            IF NOT FIM-RESFINAL
                PERFORM P015-LE-RESFINAL
            END-IF.

       P015-LE-RESFINAL.
            READ RESFINAL-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-RESFINAL
            END-READ.

            IF NOT FIM-RESFINAL
                IF FIN-ANO-LETIVO = WS-ANO-PROMO
                    SET WS-ANO-FECHADO TO TRUE
                END-IF
            END-IF.

       P020-CICLO-PROMOCAO.
            IF FIN-ANO-LETIVO = WS-ANO-PROMO
                PERFORM P030-TRATA-REGISTRO
            END-IF.

            PERFORM P015-LE-RESFINAL.

       P030-TRATA-REGISTRO.
            IF WS-TEM-GRUPO
                IF FIN-MATRICULA NOT = WS-GRP-MATRICULA
                    PERFORM P050-FECHA-ALUNO
                    PERFORM P040-ABRE-ALUNO
                END-IF
            ELSE
                PERFORM P040-ABRE-ALUNO
            END-IF.

            PERFORM P045-ACUMULA-MATERIA.

       P040-ABRE-ALUNO.
            SET WS-TEM-GRUPO TO TRUE.
            MOVE FIN-MATRICULA TO WS-GRP-MATRICULA.
            MOVE FIN-NOME      TO WS-GRP-NOME.
            MOVE ZERO          TO WS-GRP-QTD-MAT.
            MOVE ZERO          TO WS-GRP-QTD-REPROV.
            MOVE ZERO          TO WS-GRP-QTD-INCOMP.

       P045-ACUMULA-MATERIA.
            ADD 1 TO WS-GRP-QTD-MAT.

            EVALUATE FIN-SITUACAO
               WHEN 'REPROVADO'
               WHEN 'REPR.FINAL'
                   ADD 1 TO WS-GRP-QTD-REPROV
               WHEN 'INCOMPLETO'
                   ADD 1 TO WS-GRP-QTD-INCOMP
               WHEN OTHER
                   CONTINUE
            END-EVALUATE.

       P050-FECHA-ALUNO.
            MOVE 'N' TO WS-SW-GRUPO.

            MOVE WS-GRP-MATRICULA TO MATR-MATRICULA.
            READ MATRICUL-FILE
                INVALID KEY
                    MOVE SPACES       TO MATR-TURMA
                    MOVE SPACES       TO WS-TURMA-ANTERIOR
                    MOVE 'PENDENTE'   TO WS-RESULTADO
                    MOVE 'SEM MATRIC' TO WS-NOVA-TURMA
                    ADD 1 TO WS-TOT-ALUNOS
                    ADD 1 TO WS-TOT-PENDENTES
                    PERFORM P060-IMPRIME-ALUNO
                NOT INVALID KEY
                    IF MATR-ATIVO
                        ADD 1 TO WS-TOT-ALUNOS
                        PERFORM P052-VERIFICA-JA-PROMOVIDO
                        IF MVT-OK
                            ADD 1 TO WS-TOT-JA-PROMOV
                            PERFORM P060-IMPRIME-ALUNO
                        ELSE
                            PERFORM P055-DECIDE-PROMOCAO
                        END-IF
                    ELSE
                        ADD 1 TO WS-TOT-IGNORADOS
                    END-IF
            END-READ.

      *    A turma do ano fica guardada: a regravacao da matricula
      *    troca MATR-TURMA pela do ano seguinte antes da impressao.
      *    Aluno ja regravado por uma execucao anterior do mesmo ano
      *    (que parou com erro e nao fechou o PROMCTL) nao e promovido
      *    de novo: sai na lista com a turma de antes da promocao.
       P052-VERIFICA-JA-PROMOVIDO.
            MOVE 'J'            TO MVT-FUNCAO.
            MOVE MATR-MATRICULA TO MVT-MATRICULA.
            MOVE WS-ANO-PROMO   TO MVT-ANO-LETIVO.
            CALL "MODULO2MOV"                  USING WS-MOVIMENTO.

            IF MVT-OK
                MOVE MVT-TURMA  TO WS-TURMA-ANTERIOR
                MOVE MATR-TURMA TO WS-NOVA-TURMA
                MOVE 'JA PROMOV.' TO WS-RESULTADO
            END-IF.

       P055-DECIDE-PROMOCAO.
            MOVE MATR-TURMA    TO WS-TURMA-ANTERIOR.
            MOVE MATR-TURMA    TO MVT-TURMA-ANT.
            MOVE MATR-SITUACAO TO MVT-SIT-ANT.
            COMPUTE WS-QTD-FALHAS = WS-GRP-QTD-REPROV
                                  + WS-GRP-QTD-INCOMP.

            IF WS-QTD-FALHAS > WS-LIMITE-REPROV
                MOVE 'RETIDO'   TO WS-RESULTADO
                MOVE MATR-TURMA TO WS-NOVA-TURMA
      *         Retido so por causa dos incompletos: com os bimestres
      *         regularizados o resultado ainda pode mudar, por isso
      *         sai na secao propria para providencia.
                IF WS-GRP-QTD-REPROV NOT > WS-LIMITE-REPROV
                    ADD 1 TO WS-TOT-RET-INCOMP
                    PERFORM P065-GUARDA-INCOMPLETO
                ELSE
                    ADD 1 TO WS-TOT-RETIDOS
                    PERFORM P060-IMPRIME-ALUNO
                END-IF
            ELSE
                PERFORM P057-BUSCA-SERIE
                IF WS-IDX-ACHOU = ZERO
                    MOVE 'PENDENTE'   TO WS-RESULTADO
                    MOVE 'SEM SERIE'  TO WS-NOVA-TURMA
                    ADD 1 TO WS-TOT-PENDENTES
                ELSE
                IF WS-SER-PROXIMA(WS-IDX-ACHOU) = SPACES
                    MOVE 'CONCLUINTE' TO WS-RESULTADO
                    MOVE SPACES       TO WS-NOVA-TURMA
                    SET MATR-CONCLUIDO TO TRUE
                    PERFORM P058-REGRAVA-MATRICULA
                ELSE
                    MOVE 'PROMOVIDO'  TO WS-RESULTADO
                    MOVE WS-SER-PROXIMA(WS-IDX-ACHOU)
                      TO WS-NOVA-TURMA
                    PERFORM P058-REGRAVA-MATRICULA
                END-IF
                END-IF
                PERFORM P060-IMPRIME-ALUNO
            END-IF.

       P057-BUSCA-SERIE.
            MOVE ZERO TO WS-IDX-ACHOU.

            PERFORM P059-TESTA-SERIE
                VARYING WS-IDX-SERIE FROM 1 BY 1
                UNTIL WS-IDX-SERIE > WS-QTD-SERIES
                   OR WS-IDX-ACHOU > ZERO.

       P059-TESTA-SERIE.
            IF WS-SER-TURMA(WS-IDX-SERIE) = MATR-TURMA
                MOVE WS-IDX-SERIE TO WS-IDX-ACHOU
            END-IF.

      *    Promovido e concluinte so contam depois de regravados; na
      *    simulacao contam direto.
       P058-REGRAVA-MATRICULA.
            IF WS-EXEC-NORMAL
                IF WS-NOVA-TURMA NOT = SPACES
                    MOVE WS-NOVA-TURMA TO MATR-TURMA
                END-IF
                REWRITE REG-MATRICUL
                    INVALID KEY
                        DISPLAY 'ERRO AO REGRAVAR A MATRICULA: '
                                MATR-MATRICULA
                        MOVE 'ERRO REGRV' TO WS-RESULTADO
                        ADD 1 TO WS-TOT-ERROS
                    NOT INVALID KEY
                        PERFORM P058B-CONTA-RESULTADO
                        PERFORM P058A-REGISTRA-MOVIMENTO
                END-REWRITE
            ELSE
                PERFORM P058B-CONTA-RESULTADO
            END-IF.

       P058A-REGISTRA-MOVIMENTO.
            MOVE 'P'            TO MVT-FUNCAO.
            MOVE MATR-MATRICULA TO MVT-MATRICULA.
            MOVE MATR-TURMA     TO MVT-TURMA-NOVA.
            MOVE MATR-SITUACAO  TO MVT-SIT-NOVA.
            MOVE 'MODULO2PRO'   TO MVT-ORIGEM.
            MOVE SPACES         TO MVT-USUARIO.
            CALL "MODULO2MOV"                  USING WS-MOVIMENTO.

            IF MVT-ERRO
                DISPLAY '*** MOVIMENTO NAO REGISTRADO NO HISTORICO '
                        'MOVMATR: ' MATR-MATRICULA
            END-IF.

       P058B-CONTA-RESULTADO.
            IF WS-RESULTADO = 'CONCLUINTE'
                ADD 1 TO WS-TOT-CONCL
            ELSE
                ADD 1 TO WS-TOT-PROMOV
            END-IF.

       P060-IMPRIME-ALUNO.
            PERFORM P062-MONTA-LINHA.
            WRITE REG-PROMOCAO FROM WS-LINHA-ALUNO.

       P062-MONTA-LINHA.
            MOVE WS-GRP-MATRICULA  TO PRO-MATRICULA.
            MOVE WS-GRP-NOME       TO PRO-NOME.
            MOVE WS-TURMA-ANTERIOR TO PRO-TURMA.
            MOVE WS-GRP-QTD-MAT    TO PRO-QTD-MAT.
            MOVE WS-GRP-QTD-REPROV TO PRO-QTD-REPROV.
            MOVE WS-GRP-QTD-INCOMP TO PRO-QTD-INCOMP.
            MOVE WS-RESULTADO      TO PRO-RESULTADO.
            MOVE WS-NOVA-TURMA     TO PRO-NOVA-TURMA.

      *    Os retidos por incompleto vao para um arquivo de trabalho e
      *    so entram na lista depois da secao principal.
       P065-GUARDA-INCOMPLETO.
            PERFORM P062-MONTA-LINHA.
            WRITE REG-PROMINC FROM WS-LINHA-ALUNO.

       P070-IMPRIME-INCOMPLETOS.
            CLOSE PROMINC-FILE.

            WRITE REG-PROMOCAO FROM WS-LINHA-BRANCO.
            WRITE REG-PROMOCAO FROM WS-TIT-SECAO-2.
            WRITE REG-PROMOCAO FROM WS-CAB-3.

            OPEN INPUT PROMINC-FILE.
            IF INC-OK
                PERFORM P072-LE-PROMINC
                PERFORM P074-COPIA-PROMINC UNTIL FIM-PROMINC
            END-IF.

       P072-LE-PROMINC.
            READ PROMINC-FILE
                AT END MOVE 'S' TO WS-EOF-PROMINC
            END-READ.

       P074-COPIA-PROMINC.
            WRITE REG-PROMOCAO FROM REG-PROMINC.
            PERFORM P072-LE-PROMINC.

       P080-IMPRIME-TOTAIS.
            MOVE WS-TOT-ALUNOS     TO TOT-ALUNOS.
            MOVE WS-TOT-PROMOV     TO TOT-PROMOV.
            MOVE WS-TOT-CONCL      TO TOT-CONCL.
            MOVE WS-TOT-RETIDOS    TO TOT-RETIDOS.
            MOVE WS-TOT-RET-INCOMP TO TOT-RET-INCOMP.
            MOVE WS-TOT-PENDENTES  TO TOT-PENDENTES.
            MOVE WS-TOT-IGNORADOS  TO TOT-IGNORADOS.
            MOVE WS-TOT-ERROS      TO TOT-ERROS.
            MOVE WS-TOT-JA-PROMOV  TO TOT-JA-PROMOV.

            WRITE REG-PROMOCAO FROM WS-LINHA-BRANCO.
            WRITE REG-PROMOCAO FROM WS-LINHA-TOT-1.
            WRITE REG-PROMOCAO FROM WS-LINHA-TOT-2.
            WRITE REG-PROMOCAO FROM WS-LINHA-TOT-3.

            IF WS-TOT-ERROS > ZERO
                WRITE REG-PROMOCAO FROM WS-LINHA-BRANCO
                WRITE REG-PROMOCAO FROM WS-LINHA-NAO-FECHADO
            END-IF.

            IF WS-EXEC-SIMULACAO
                WRITE REG-PROMOCAO FROM WS-LINHA-BRANCO
                WRITE REG-PROMOCAO FROM WS-LINHA-SIMULACAO
            END-IF.

            WRITE REG-PROMOCAO FROM WS-LINHA-BRANCO.
            WRITE REG-PROMOCAO FROM WS-LINHA-BRANCO.
            WRITE REG-PROMOCAO FROM WS-LINHA-ASSIN.
            WRITE REG-PROMOCAO FROM WS-LINHA-ASSIN-2.

       P090-GRAVA-PROMCTL.
            OPEN OUTPUT PROMCTL-FILE.
            MOVE WS-ANO-PROMO TO PCT-ANO.
            ACCEPT PCT-DATA FROM DATE.
            ACCEPT PCT-HORA FROM TIME.
            WRITE REG-PROMCTL.
            CLOSE PROMCTL-FILE.

       P998-ABORTA-EXECUCAO.
            PERFORM P999-FECHA-ARQUIVOS.

            IF WS-CTL-INICIADO
                MOVE 'E'          TO CTL-FUNCAO
                MOVE 'MODULO2PRO' TO CTL-JOB
                CALL "MODULO2CTL"              USING WS-CONTROLE
            END-IF.

            MOVE 'E' TO WS-RESULTADO-PASSO.
            PERFORM P990-TERMINA.

       P999-FECHA-ARQUIVOS.
            CLOSE RESFINAL-FILE.
            CLOSE MATRICUL-FILE.
            CLOSE PROMOCAO-FILE.
            CLOSE PROMINC-FILE.

       P990-TERMINA.
            IF WS-EH-DRIVER
                MOVE WS-RESULTADO-PASSO TO DRV-RESULTADO
                GOBACK
            ELSE
                STOP RUN
            END-IF.

       END PROGRAM MODULO2PRO.
