      ******************************************************************
      * Author:
      * Date:
      * Purpose: Arquivo de rendimento escolar para o censo, rodado
      *          depois do MODULO2ENC e do MODULO2PRF.  Le o RESFINAL
      *          do ano letivo fechado e o MATRICUL e grava no CENSO
      *          (layout CENSOREG) um registro por aluno com a
      *          situacao final do ano: TRANSFERIDO para a matricula
      *          transferida; ABANDONO quando todas as materias do
      *          aluno ficaram INCOMPLETO; REPROVADO quando as
      *          materias REPROVADO, REPR.FINAL e INCOMPLETO passam do
      *          limite de reprovacoes da tabela SERIES (o mesmo
      *          criterio do MODULO2PRO); APROVADO nos demais casos
      *          (APROVADO e APROV.FINAL).  O codigo da escola vem do
      *          registro 'E' da tabela SERIES.  O relatorio de
      *          controle CENSOREL conta os alunos por situacao e por
      *          turma e repete, por materia, os totais do ENCERRA
      *          para a conferencia antes da entrega.  Aluno com
      *          resultado e sem matricula nao e exportado e sai no
      *          relatorio como pendencia.  A turma, a serie e a
      *          transferencia do aluno sao as do fechamento do 4o
      *          bimestre, tiradas do historico de movimentacao pela
      *          rotina MODULO2MOV; assim o censo pode ser rodado
      *          tambem depois da promocao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2CEN.
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

           SELECT CENSO-FILE ASSIGN TO "CENSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CEN-STATUS.

           SELECT CENSOREL-FILE ASSIGN TO "CENSOREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REL-STATUS.

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

       FD  CENSO-FILE.
       01  REG-CENSO.
           COPY CENSOREG.

       FD  CENSOREL-FILE.
       01  REG-CENSOREL              PIC X(80).

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

       01 WS-CEN-STATUS      PIC X(2)  VALUE SPACES.
           88 CEN-OK             VALUE '00'.

       01 WS-REL-STATUS      PIC X(2)  VALUE SPACES.
           88 REL-OK             VALUE '00'.

       01 WS-EOF-RESFINAL    PIC X(1)  VALUE 'N'.
           88 FIM-RESFINAL       VALUE 'S'.

       01 WS-EOF-SERIES      PIC X(1)  VALUE 'N'.
           88 FIM-SERIES         VALUE 'S'.

       01 WS-SW-GRUPO        PIC X(1)  VALUE 'N'.
           88 WS-TEM-GRUPO       VALUE 'S'.

       01 WS-SW-FECHADO      PIC X(1)  VALUE 'N'.
           88 WS-ANO-FECHADO     VALUE 'S'.

       01 WS-SW-PROMOVIDO    PIC X(1)  VALUE 'N'.
           88 WS-ANO-PROMOVIDO   VALUE 'S'.

       01 WS-ANO-CENSO       PIC 9(4)  VALUE ZEROS.
       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.
       01 WS-DATA-GERACAO    PIC 9(8)  VALUE ZEROS.
       01 WS-LIMITE-REPROV   PIC 9(2)  VALUE ZERO.
       01 WS-COD-ESCOLA      PIC X(8)  VALUE SPACES.

       01 WS-GRUPO.
           03 WS-GRP-MATRICULA   PIC 9(6)  VALUE ZEROS.
           03 WS-GRP-NOME        PIC X(20) VALUE SPACES.
           03 WS-GRP-QTD-MAT     PIC 9(2)  VALUE ZERO.
           03 WS-GRP-QTD-REPROV  PIC 9(2)  VALUE ZERO.
           03 WS-GRP-QTD-INCOMP  PIC 9(2)  VALUE ZERO.

       01 WS-QTD-FALHAS      PIC 9(3)  VALUE ZERO.
       01 WS-SITUACAO-CENSO  PIC 9(1)  VALUE ZERO.
           88 WS-SIT-APROVADO     VALUE 1.
           88 WS-SIT-REPROVADO    VALUE 2.
           88 WS-SIT-TRANSFERIDO  VALUE 3.
           88 WS-SIT-ABANDONO     VALUE 4.
       01 WS-SERIE-ALUNO     PIC X(10) VALUE SPACES.
       01 WS-TURMA-ALUNO     PIC X(10) VALUE SPACES.
       01 WS-SIT-ALUNO       PIC X(1)  VALUE SPACE.

       01 WS-TAB-SERIES.
           03 WS-SER-ITEM OCCURS 100 TIMES.
               05 WS-SER-TURMA       PIC X(10).
               05 WS-SER-SERIE       PIC X(10).

       01 WS-QTD-SERIES      PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-SERIE       PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-ACHOU       PIC 9(3) COMP VALUE ZERO.

      *    Contagem por turma, mantida em ordem de turma para o
      *    relatorio de controle.
       01 WS-TAB-TURMAS.
           03 WS-TUR-ITEM OCCURS 200 TIMES.
               05 WS-TUR-TURMA       PIC X(10).
               05 WS-TUR-SERIE       PIC X(10).
               05 WS-TUR-APROV       PIC 9(5) COMP.
               05 WS-TUR-REPROV      PIC 9(5) COMP.
               05 WS-TUR-TRANSF      PIC 9(5) COMP.
               05 WS-TUR-ABAND       PIC 9(5) COMP.

       01 WS-QTD-TURMAS      PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-TURMA       PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-POSICAO     PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-DESLOCA     PIC 9(3) COMP VALUE ZERO.
       01 WS-TOT-TURMA       PIC 9(5) COMP VALUE ZERO.

       01 WS-CONTADORES.
           03 WS-TOT-ALUNOS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-APROV       PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-REPROV      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-TRANSF      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-ABAND       PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-PENDENTES   PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-FORA-TABELA PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-MAT         PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-MAT-APROV   PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-MAT-REPROV  PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-MAT-APRFIN  PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-MAT-REPFIN  PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-MAT-INCOMP  PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-MAT-ENC-REP PIC 9(5) COMP VALUE ZERO.

       01 WS-CAB-1.
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(40)
                     VALUE 'CENSO ESCOLAR - RENDIMENTO - ANO LETIVO'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CAB-ANO            PIC 9(4).
           03 FILLER             PIC X(23) VALUE SPACES.

       01 WS-CAB-2.
           03 FILLER             PIC X(10) VALUE 'EMITIDO EM'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CAB-DATA           PIC 99/99/99.
           03 FILLER             PIC X(21)
                     VALUE '   CODIGO DA ESCOLA:'.
           03 CAB-ESCOLA         PIC X(8).
           03 FILLER             PIC X(32) VALUE SPACES.

       01 WS-CAB-PROMOVIDO.
           03 FILLER             PIC X(40)
                     VALUE 'PROMOCAO DO ANO JA APLICADA - TURMA E SE'.
           03 FILLER             PIC X(40)
                     VALUE 'RIE PELO HISTORICO DE MOVIMENTACAO'.

       01 WS-TIT-SECAO-1.
           03 FILLER             PIC X(40)
                     VALUE '*** ALUNOS COM RESULTADO E SEM MATRICUL'.
           03 FILLER             PIC X(40)
                     VALUE 'A - NAO EXPORTADOS ***'.

       01 WS-LINHA-PENDENTE.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PEN-MATRICULA      PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PEN-NOME           PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(30)
                     VALUE 'SEM CADASTRO DE MATRICULA'.
           03 FILLER             PIC X(21) VALUE SPACES.

       01 WS-LINHA-SEM-PEND.
           03 FILLER             PIC X(40)
                     VALUE ' NENHUMA PENDENCIA'.
           03 FILLER             PIC X(40) VALUE SPACES.

       01 WS-TIT-SECAO-2.
           03 FILLER             PIC X(40)
                     VALUE '*** ALUNOS POR TURMA E SITUACAO ***'.
           03 FILLER             PIC X(40) VALUE SPACES.

       01 WS-CAB-3.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(11) VALUE 'TURMA'.
           03 FILLER             PIC X(10) VALUE 'SERIE'.
           03 FILLER             PIC X(40)
                     VALUE '   APROV  REPROV  TRANSF   ABAND   TOTAL'.
           03 FILLER             PIC X(18) VALUE SPACES.

       01 WS-LINHA-TURMA.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 TUR-TURMA          PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 TUR-SERIE          PIC X(10).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 TUR-APROV          PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 TUR-REPROV         PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 TUR-TRANSF         PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 TUR-ABAND          PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 TUR-TOTAL          PIC ZZZZ9.
           03 FILLER             PIC X(18) VALUE SPACES.

       01 WS-LINHA-TOT-1.
           03 FILLER             PIC X(25) VALUE ' TOTAL DA ESCOLA'.
           03 TOT-APROV          PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 TOT-REPROV         PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 TOT-TRANSF         PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 TOT-ABAND          PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 TOT-ALUNOS         PIC ZZZZ9.
           03 FILLER             PIC X(18) VALUE SPACES.

       01 WS-LINHA-TOT-2.
           03 FILLER             PIC X(19) VALUE 'ALUNOS EXPORTADOS:'.
           03 TOT-EXPORTADOS     PIC ZZZZ9.
           03 FILLER             PIC X(18)
                     VALUE '  NAO EXPORTADOS:'.
           03 TOT-PENDENTES      PIC ZZZZ9.
           03 FILLER             PIC X(24)
                     VALUE '  TURMA FORA DA SERIES:'.
           03 TOT-FORA-TABELA    PIC ZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.

       01 WS-TIT-SECAO-3.
           03 FILLER             PIC X(40)
                     VALUE '*** CONFERENCIA COM O ENCERRAMENTO (ENC'.
           03 FILLER             PIC X(40)
                     VALUE 'ERRA) - RESULTADOS POR MATERIA ***'.

       01 WS-LINHA-ENC-1.
           03 FILLER             PIC X(12) VALUE 'PROCESSADOS:'.
           03 ENC-GRUPOS         PIC ZZZZ9.
           03 FILLER             PIC X(12) VALUE '  APROVADOS:'.
           03 ENC-APROV          PIC ZZZZ9.
           03 FILLER             PIC X(13) VALUE '  REPROVADOS:'.
           03 ENC-REPROV         PIC ZZZZ9.
           03 FILLER             PIC X(14) VALUE '  INCOMPLETOS:'.
           03 ENC-INCOMP         PIC ZZZZ9.
           03 FILLER             PIC X(09) VALUE SPACES.

       01 WS-LINHA-ENC-2.
           03 FILLER             PIC X(35)
                     VALUE 'DOS REPROVADOS, NA PROVA FINAL:'.
           03 FILLER             PIC X(14) VALUE ' APROV.FINAL:'.
           03 ENC-APRFIN         PIC ZZZZ9.
           03 FILLER             PIC X(13) VALUE '  REPR.FINAL:'.
           03 ENC-REPFIN         PIC ZZZZ9.
           03 FILLER             PIC X(08) VALUE SPACES.

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

            DISPLAY '***** MODULO2CEN - CENSO ESCOLAR RENDIMENTO ****'.

            PERFORM P000-TESTA-DRIVER.

            PERFORM P002-VERIFICA-EXECUCAO.

            IF WS-EH-DRIVER
                MOVE DRV-ANO TO WS-ANO-CENSO
                IF WS-ANO-CENSO = ZERO
                    DISPLAY '*** ANO INVALIDO NO PLANO DE '
                            'EXECUCAO ***'
                    MOVE 'E' TO WS-RESULTADO-PASSO
                    PERFORM P990-TERMINA
                END-IF
            ELSE
                PERFORM P003-ACEITA-ANO UNTIL WS-ANO-CENSO > ZERO
            END-IF.

            PERFORM P004-CARREGA-SERIES.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P006-APURA-FECHAMENTO.

            PERFORM P007-VERIFICA-PROMCTL.

            PERFORM P008-IMPRIME-CABECALHO.

            PERFORM P009-GRAVA-CABECALHO-CENSO.

            PERFORM P010-POSICIONA-RESFINAL.

            PERFORM P020-CICLO-CENSO UNTIL FIM-RESFINAL.

            IF WS-TEM-GRUPO
                PERFORM P050-FECHA-ALUNO
            END-IF.

            IF WS-TOT-PENDENTES = ZERO
                WRITE REG-CENSOREL FROM WS-LINHA-SEM-PEND
            END-IF.

            PERFORM P070-IMPRIME-TURMAS.

            PERFORM P080-IMPRIME-TOTAIS.

            PERFORM P085-GRAVA-RODAPE-CENSO.

            PERFORM P999-FECHA-ARQUIVOS.

            DISPLAY 'ALUNOS EXPORTADOS: ' WS-TOT-ALUNOS.
            DISPLAY 'APROVADOS:         ' WS-TOT-APROV.
            DISPLAY 'REPROVADOS:        ' WS-TOT-REPROV.
            DISPLAY 'TRANSFERIDOS:      ' WS-TOT-TRANSF.
            DISPLAY 'ABANDONO:          ' WS-TOT-ABAND.
            DISPLAY 'NAO EXPORTADOS:    ' WS-TOT-PENDENTES.

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

       P003-ACEITA-ANO.
            DISPLAY 'DIGITE O ANO LETIVO ENCERRADO (AAAA): '.
            ACCEPT WS-ANO-CENSO.
            IF WS-ANO-CENSO = ZERO
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

            IF WS-COD-ESCOLA = SPACES
                DISPLAY '*** TABELA DE SERIES SEM O CODIGO DA '
                        'ESCOLA (REGISTRO E) ***'
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
               WHEN SER-ESCOLA
                   MOVE SER-COD-ESCOLA TO WS-COD-ESCOLA
               WHEN SER-PROGRESSAO
                   IF WS-QTD-SERIES < 100
                       ADD 1 TO WS-QTD-SERIES
                       MOVE SER-TURMA   TO WS-SER-TURMA(WS-QTD-SERIES)
                       MOVE SER-SERIE   TO WS-SER-SERIE(WS-QTD-SERIES)
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

            OPEN INPUT MATRICUL-FILE.
            IF NOT MATR-OK
                DISPLAY '*** ERRO AO ABRIR CADASTRO DE MATRICULAS: '
                        WS-MATR-STATUS
                CLOSE RESFINAL-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN OUTPUT CENSO-FILE.
            IF NOT CEN-OK
                DISPLAY '*** ERRO AO ABRIR O ARQUIVO DO CENSO: '
                        WS-CEN-STATUS
                CLOSE RESFINAL-FILE
                CLOSE MATRICUL-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN OUTPUT CENSOREL-FILE.
            IF NOT REL-OK
                DISPLAY '*** ERRO AO ABRIR O RELATORIO DE CONTROLE '
                        'CENSOREL: ' WS-REL-STATUS
                CLOSE RESFINAL-FILE
                CLOSE MATRICUL-FILE
                CLOSE CENSO-FILE
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
                DISPLAY '*** ANO ' WS-ANO-CENSO ' SEM RESULTADO EM '
                        'RESFINAL - RODE O MODULO2ENC ANTES ***'
                PERFORM P998-ABORTA-EXECUCAO
            END-IF.

      *    Depois da promocao a turma do MATRICUL ja e a do ano
      *    seguinte; a do ano do censo sai do historico de
      *    movimentacao, e o relatorio so registra o fato.
       P007-VERIFICA-PROMCTL.
            OPEN INPUT PROMCTL-FILE.
            IF PCT-OK
                READ PROMCTL-FILE
                    AT END
                        MOVE ZEROS TO PCT-ANO
                END-READ
                CLOSE PROMCTL-FILE
                IF PCT-ANO NOT LESS WS-ANO-CENSO
                    SET WS-ANO-PROMOVIDO TO TRUE
                    DISPLAY 'PROMOCAO DO ANO ' PCT-ANO
                            ' JA APLICADA - TURMAS PELO HISTORICO '
                            'DE MOVIMENTACAO'
                END-IF
            END-IF.

       P008-IMPRIME-CABECALHO.
            MOVE WS-ANO-CENSO     TO CAB-ANO.
            ACCEPT WS-DATA-HOJE FROM DATE.
            MOVE WS-DATA-HOJE     TO CAB-DATA.
            MOVE WS-COD-ESCOLA    TO CAB-ESCOLA.

            WRITE REG-CENSOREL FROM WS-CAB-1.
            WRITE REG-CENSOREL FROM WS-CAB-2.
            IF WS-ANO-PROMOVIDO
                WRITE REG-CENSOREL FROM WS-CAB-PROMOVIDO
            END-IF.
            WRITE REG-CENSOREL FROM WS-LINHA-BRANCO.
            WRITE REG-CENSOREL FROM WS-TIT-SECAO-1.

       P009-GRAVA-CABECALHO-CENSO.
            ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.

            MOVE SPACES          TO REG-CENSO.
            SET CEN-CABECALHO    TO TRUE.
            MOVE WS-COD-ESCOLA   TO CEN-H-COD-ESCOLA.
            MOVE WS-ANO-CENSO    TO CEN-H-ANO-LETIVO.
            MOVE WS-DATA-GERACAO TO CEN-H-DATA-GERACAO.

            WRITE REG-CENSO.

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
                IF FIN-ANO-LETIVO = WS-ANO-CENSO
                    SET WS-ANO-FECHADO TO TRUE
                END-IF
            END-IF.

       P020-CICLO-CENSO.
            IF FIN-ANO-LETIVO = WS-ANO-CENSO
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

      *    Os totais por materia repetem a contagem do ENCERRA: la a
      *    prova final ainda nao tinha acontecido, entao APROV.FINAL e
      *    REPR.FINAL contam como REPROVADO.
       P045-ACUMULA-MATERIA.
            ADD 1 TO WS-GRP-QTD-MAT.
            ADD 1 TO WS-TOT-MAT.

            EVALUATE FIN-SITUACAO
               WHEN 'APROVADO'
                   ADD 1 TO WS-TOT-MAT-APROV
               WHEN 'REPROVADO'
                   ADD 1 TO WS-GRP-QTD-REPROV
                   ADD 1 TO WS-TOT-MAT-REPROV
               WHEN 'APROV.FINAL'
                   ADD 1 TO WS-TOT-MAT-APRFIN
               WHEN 'REPR.FINAL'
                   ADD 1 TO WS-GRP-QTD-REPROV
                   ADD 1 TO WS-TOT-MAT-REPFIN
               WHEN 'INCOMPLETO'
                   ADD 1 TO WS-GRP-QTD-INCOMP
                   ADD 1 TO WS-TOT-MAT-INCOMP
               WHEN OTHER
                   CONTINUE
            END-EVALUATE.

       P050-FECHA-ALUNO.
            MOVE 'N' TO WS-SW-GRUPO.

            MOVE WS-GRP-MATRICULA TO MATR-MATRICULA.
            READ MATRICUL-FILE
                INVALID KEY
                    PERFORM P052-IMPRIME-PENDENTE
                NOT INVALID KEY
                    PERFORM P054-TURMA-DO-ANO
                    PERFORM P055-DECIDE-SITUACAO
                    PERFORM P057-BUSCA-SERIE
                    PERFORM P060-GRAVA-CENSO
                    PERFORM P065-CONTA-TURMA
            END-READ.

       P052-IMPRIME-PENDENTE.
            ADD 1 TO WS-TOT-PENDENTES.
            MOVE WS-GRP-MATRICULA TO PEN-MATRICULA.
            MOVE WS-GRP-NOME      TO PEN-NOME.

            WRITE REG-CENSOREL FROM WS-LINHA-PENDENTE.

      *    Turma e situacao no fechamento do 4o bimestre; sem historico,
      *    sem calendario ou com inclusao posterior ao fechamento valem
      *    as do MATRICUL.
       P054-TURMA-DO-ANO.
            MOVE 'C'            TO MVT-FUNCAO.
            MOVE MATR-MATRICULA TO MVT-MATRICULA.
            MOVE WS-ANO-CENSO   TO MVT-ANO-LETIVO.
            MOVE 4              TO MVT-BIMESTRE.
            MOVE MATR-TURMA     TO MVT-TURMA.
            MOVE MATR-SITUACAO  TO MVT-SITUACAO.
            CALL "MODULO2MOV"                  USING WS-MOVIMENTO.

            IF MVT-NAO-MATRICULADO
                MOVE MATR-TURMA    TO WS-TURMA-ALUNO
                MOVE MATR-SITUACAO TO WS-SIT-ALUNO
            ELSE
                MOVE MVT-TURMA     TO WS-TURMA-ALUNO
                MOVE MVT-SITUACAO  TO WS-SIT-ALUNO
            END-IF.

       P055-DECIDE-SITUACAO.
            COMPUTE WS-QTD-FALHAS = WS-GRP-QTD-REPROV
                                  + WS-GRP-QTD-INCOMP.

            IF WS-SIT-ALUNO = 'T'
                SET WS-SIT-TRANSFERIDO TO TRUE
                ADD 1 TO WS-TOT-TRANSF
            ELSE
            IF WS-GRP-QTD-INCOMP = WS-GRP-QTD-MAT
                SET WS-SIT-ABANDONO TO TRUE
                ADD 1 TO WS-TOT-ABAND
            ELSE
            IF WS-QTD-FALHAS > WS-LIMITE-REPROV
                SET WS-SIT-REPROVADO TO TRUE
                ADD 1 TO WS-TOT-REPROV
            ELSE
                SET WS-SIT-APROVADO TO TRUE
                ADD 1 TO WS-TOT-APROV
            END-IF
            END-IF
            END-IF.

            ADD 1 TO WS-TOT-ALUNOS.

       P057-BUSCA-SERIE.
            MOVE ZERO   TO WS-IDX-ACHOU.
            MOVE SPACES TO WS-SERIE-ALUNO.

            PERFORM P059-TESTA-SERIE
                VARYING WS-IDX-SERIE FROM 1 BY 1
                UNTIL WS-IDX-SERIE > WS-QTD-SERIES
                   OR WS-IDX-ACHOU > ZERO.

            IF WS-IDX-ACHOU > ZERO
                MOVE WS-SER-SERIE(WS-IDX-ACHOU) TO WS-SERIE-ALUNO
            ELSE
                ADD 1 TO WS-TOT-FORA-TABELA
            END-IF.

       P059-TESTA-SERIE.
            IF WS-SER-TURMA(WS-IDX-SERIE) = WS-TURMA-ALUNO
                MOVE WS-IDX-SERIE TO WS-IDX-ACHOU
            END-IF.

       P060-GRAVA-CENSO.
            MOVE SPACES            TO REG-CENSO.
            SET CEN-DETALHE        TO TRUE.
            MOVE WS-COD-ESCOLA     TO CEN-D-COD-ESCOLA.
            MOVE WS-ANO-CENSO      TO CEN-D-ANO-LETIVO.
            MOVE WS-GRP-MATRICULA  TO CEN-D-MATRICULA.
            MOVE WS-GRP-NOME       TO CEN-D-NOME.
            MOVE WS-TURMA-ALUNO    TO CEN-D-TURMA.
            MOVE WS-SERIE-ALUNO    TO CEN-D-SERIE.
            MOVE WS-SITUACAO-CENSO TO CEN-D-SITUACAO.
            MOVE WS-GRP-QTD-MAT    TO CEN-D-QTD-MAT.
            MOVE WS-GRP-QTD-REPROV TO CEN-D-QTD-REPROV.
            MOVE WS-GRP-QTD-INCOMP TO CEN-D-QTD-INCOMP.

            WRITE REG-CENSO.

      *    A tabela de turmas e mantida em ordem: a turma nova entra
      *    na sua posicao e as seguintes descem uma linha.
       P065-CONTA-TURMA.
            MOVE ZERO TO WS-IDX-ACHOU.
            MOVE ZERO TO WS-IDX-POSICAO.

            PERFORM P066-TESTA-TURMA
                VARYING WS-IDX-TURMA FROM 1 BY 1
                UNTIL WS-IDX-TURMA > WS-QTD-TURMAS
                   OR WS-IDX-ACHOU > ZERO
                   OR WS-IDX-POSICAO > ZERO.

            IF WS-IDX-ACHOU = ZERO
                IF WS-QTD-TURMAS < 200
                    IF WS-IDX-POSICAO = ZERO
                        COMPUTE WS-IDX-POSICAO = WS-QTD-TURMAS + 1
                    END-IF
                    PERFORM P067-DESLOCA-TURMA
                        VARYING WS-IDX-DESLOCA FROM WS-QTD-TURMAS
                        BY -1
                        UNTIL WS-IDX-DESLOCA < WS-IDX-POSICAO
                    ADD 1 TO WS-QTD-TURMAS
                    MOVE WS-TURMA-ALUNO TO WS-TUR-TURMA(WS-IDX-POSICAO)
                    MOVE WS-SERIE-ALUNO TO WS-TUR-SERIE(WS-IDX-POSICAO)
                    MOVE ZERO TO WS-TUR-APROV(WS-IDX-POSICAO)
                    MOVE ZERO TO WS-TUR-REPROV(WS-IDX-POSICAO)
                    MOVE ZERO TO WS-TUR-TRANSF(WS-IDX-POSICAO)
                    MOVE ZERO TO WS-TUR-ABAND(WS-IDX-POSICAO)
                    MOVE WS-IDX-POSICAO TO WS-IDX-ACHOU
                ELSE
                    DISPLAY '*** LIMITE DE 200 TURMAS NO RELATORIO '
                            '- TURMA SEM CONTAGEM: ' WS-TURMA-ALUNO
                END-IF
            END-IF.

            IF WS-IDX-ACHOU > ZERO
                EVALUATE TRUE
                   WHEN WS-SIT-APROVADO
                       ADD 1 TO WS-TUR-APROV(WS-IDX-ACHOU)
                   WHEN WS-SIT-REPROVADO
                       ADD 1 TO WS-TUR-REPROV(WS-IDX-ACHOU)
                   WHEN WS-SIT-TRANSFERIDO
                       ADD 1 TO WS-TUR-TRANSF(WS-IDX-ACHOU)
                   WHEN WS-SIT-ABANDONO
                       ADD 1 TO WS-TUR-ABAND(WS-IDX-ACHOU)
                END-EVALUATE
            END-IF.

       P066-TESTA-TURMA.
            IF WS-TUR-TURMA(WS-IDX-TURMA) = WS-TURMA-ALUNO
                MOVE WS-IDX-TURMA TO WS-IDX-ACHOU
            ELSE
            IF WS-TUR-TURMA(WS-IDX-TURMA) > WS-TURMA-ALUNO
                MOVE WS-IDX-TURMA TO WS-IDX-POSICAO
            END-IF
            END-IF.

       P067-DESLOCA-TURMA.
            MOVE WS-TUR-ITEM(WS-IDX-DESLOCA)
              TO WS-TUR-ITEM(WS-IDX-DESLOCA + 1).

       P070-IMPRIME-TURMAS.
            WRITE REG-CENSOREL FROM WS-LINHA-BRANCO.
            WRITE REG-CENSOREL FROM WS-TIT-SECAO-2.
            WRITE REG-CENSOREL FROM WS-CAB-3.

            PERFORM P075-IMPRIME-TURMA
                VARYING WS-IDX-TURMA FROM 1 BY 1
                UNTIL WS-IDX-TURMA > WS-QTD-TURMAS.

       P075-IMPRIME-TURMA.
            COMPUTE WS-TOT-TURMA = WS-TUR-APROV(WS-IDX-TURMA)
                                 + WS-TUR-REPROV(WS-IDX-TURMA)
                                 + WS-TUR-TRANSF(WS-IDX-TURMA)
                                 + WS-TUR-ABAND(WS-IDX-TURMA).

            MOVE WS-TUR-TURMA(WS-IDX-TURMA)  TO TUR-TURMA.
            MOVE WS-TUR-SERIE(WS-IDX-TURMA)  TO TUR-SERIE.
            MOVE WS-TUR-APROV(WS-IDX-TURMA)  TO TUR-APROV.
            MOVE WS-TUR-REPROV(WS-IDX-TURMA) TO TUR-REPROV.
            MOVE WS-TUR-TRANSF(WS-IDX-TURMA) TO TUR-TRANSF.
            MOVE WS-TUR-ABAND(WS-IDX-TURMA)  TO TUR-ABAND.
            MOVE WS-TOT-TURMA                TO TUR-TOTAL.

            WRITE REG-CENSOREL FROM WS-LINHA-TURMA.

       P080-IMPRIME-TOTAIS.
            MOVE WS-TOT-APROV       TO TOT-APROV.
            MOVE WS-TOT-REPROV      TO TOT-REPROV.
            MOVE WS-TOT-TRANSF      TO TOT-TRANSF.
            MOVE WS-TOT-ABAND       TO TOT-ABAND.
            MOVE WS-TOT-ALUNOS      TO TOT-ALUNOS.
            MOVE WS-TOT-ALUNOS      TO TOT-EXPORTADOS.
            MOVE WS-TOT-PENDENTES   TO TOT-PENDENTES.
            MOVE WS-TOT-FORA-TABELA TO TOT-FORA-TABELA.

            WRITE REG-CENSOREL FROM WS-LINHA-TOT-1.
            WRITE REG-CENSOREL FROM WS-LINHA-BRANCO.
            WRITE REG-CENSOREL FROM WS-LINHA-TOT-2.

            COMPUTE WS-TOT-MAT-ENC-REP = WS-TOT-MAT-REPROV
                                       + WS-TOT-MAT-APRFIN
                                       + WS-TOT-MAT-REPFIN.

            MOVE WS-TOT-MAT         TO ENC-GRUPOS.
            MOVE WS-TOT-MAT-APROV   TO ENC-APROV.
            MOVE WS-TOT-MAT-ENC-REP TO ENC-REPROV.
            MOVE WS-TOT-MAT-INCOMP  TO ENC-INCOMP.
            MOVE WS-TOT-MAT-APRFIN  TO ENC-APRFIN.
            MOVE WS-TOT-MAT-REPFIN  TO ENC-REPFIN.

            WRITE REG-CENSOREL FROM WS-LINHA-BRANCO.
            WRITE REG-CENSOREL FROM WS-TIT-SECAO-3.
            WRITE REG-CENSOREL FROM WS-LINHA-ENC-1.
            WRITE REG-CENSOREL FROM WS-LINHA-ENC-2.

            WRITE REG-CENSOREL FROM WS-LINHA-BRANCO.
            WRITE REG-CENSOREL FROM WS-LINHA-BRANCO.
            WRITE REG-CENSOREL FROM WS-LINHA-ASSIN.
            WRITE REG-CENSOREL FROM WS-LINHA-ASSIN-2.

       P085-GRAVA-RODAPE-CENSO.
            MOVE SPACES        TO REG-CENSO.
            SET CEN-RODAPE     TO TRUE.
            MOVE WS-TOT-ALUNOS TO CEN-T-QTD-ALUNOS.
            MOVE WS-TOT-APROV  TO CEN-T-QTD-APROV.
            MOVE WS-TOT-REPROV TO CEN-T-QTD-REPROV.
            MOVE WS-TOT-TRANSF TO CEN-T-QTD-TRANSF.
            MOVE WS-TOT-ABAND  TO CEN-T-QTD-ABAND.

            WRITE REG-CENSO.

       P998-ABORTA-EXECUCAO.
            PERFORM P999-FECHA-ARQUIVOS.

            MOVE 'E' TO WS-RESULTADO-PASSO.
            PERFORM P990-TERMINA.

       P999-FECHA-ARQUIVOS.
            CLOSE RESFINAL-FILE.
            CLOSE MATRICUL-FILE.
            CLOSE CENSO-FILE.
            CLOSE CENSOREL-FILE.

       P990-TERMINA.
            IF WS-EH-DRIVER
                MOVE WS-RESULTADO-PASSO TO DRV-RESULTADO
                GOBACK
            ELSE
                STOP RUN
            END-IF.

       END PROGRAM MODULO2CEN.
