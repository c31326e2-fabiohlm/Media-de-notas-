      ******************************************************************
      * Author:
      * Date:
      * Purpose: Classificacao dos alunos de uma turma e quadro de
      *          honra, para um bimestre ou para o ano letivo inteiro.
      *          A turma de cada aluno e a do fechamento do bimestre
      *          (4o bimestre no ano inteiro), tirada do historico de
      *          movimentacao pela rotina MODULO2MOV, de modo que o
      *          ano ja promovido sai com a turma que teve as notas.
      *          A media geral do aluno e a media das
      *          medias de todas as materias do periodo: no bimestre,
      *          a REG-MEDIA lancada no ALUNOS; no ano inteiro, a
      *          FIN-MEDIA-FINAL do RESFINAL quando o ano ja foi
      *          fechado pelo MODULO2ENC, ou a media dos bimestres ja
      *          lancados de cada materia enquanto o ano esta em
      *          curso.  A frequencia e as medias bimestrais vem do
      *          ALUNOS (aulas dadas menos faltas do periodo); ano
      *          registrado no EXPURGO e lido da geracao de arquivo
      *          morto nele indicada.  Sem a geracao, ou sem nenhum
      *          aluno da turma com frequencia lancada, o programa
      *          para sem classificar: o quadro de honra exige a
      *          frequencia.  Medias iguais dividem a mesma
      *          posicao.  O quadro de honra usa a media e a
      *          frequencia minimas do registro 'Q' da tabela SERIES
      *          (ausente = 8,0 e 90%).  O relatorio
      *          RANKING termina com o resumo de todas as turmas da
      *          mesma serie, pela tabela SERIES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2RNK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RESFINAL-FILE ASSIGN TO "RESFINAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FIN-CHAVE
               FILE STATUS WS-FIN-STATUS.

           SELECT SERIES-FILE ASSIGN TO "SERIES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SER-STATUS.

           SELECT EXPURGO-FILE ASSIGN TO "EXPURGO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXC-STATUS.

           SELECT ARQALU-FILE ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ARQ-STATUS.

           SELECT PROMCTL-FILE ASSIGN TO "PROMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PCT-STATUS.

           SELECT RANKING-FILE ASSIGN TO "RANKING"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RNK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-FILE.
       01  REG-ALUNO.
           COPY ALUNOREG.

       FD  MATRICUL-FILE.
       01  REG-MATRICUL.
           COPY MATRREG.

       FD  RESFINAL-FILE.
       01  REG-RESFINAL.
           COPY FINREG.

       FD  SERIES-FILE.
       01  REG-SERIES.
           COPY SERIEREG.

       FD  EXPURGO-FILE.
       01  REG-EXPURGO.
           COPY EXGCTLRG.

       FD  ARQALU-FILE.
       01  REG-ARQALU.
           COPY EXGREG.

       FD  PROMCTL-FILE.
       01  REG-PROMCTL.
           03 PCT-ANO               PIC 9(4).
           03 PCT-DATA              PIC 9(6).
           03 PCT-HORA              PIC 9(8).

       FD  RANKING-FILE.
       01  REG-RANKING               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-ALU-STATUS      PIC X(2)  VALUE SPACES.
           88 ALU-OK             VALUE '00'.
           88 ALU-NAO-ENCONTRADO  VALUE '23', '35'.

       01 WS-MATR-STATUS     PIC X(2)  VALUE SPACES.
           88 MATR-OK            VALUE '00'.
           88 MATR-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-FIN-STATUS      PIC X(2)  VALUE SPACES.
           88 FIN-OK             VALUE '00'.
           88 FIN-NAO-ENCONTRADO  VALUE '23', '35'.

       01 WS-SER-STATUS      PIC X(2)  VALUE SPACES.
           88 SER-OK             VALUE '00'.

       01 WS-EXC-STATUS      PIC X(2)  VALUE SPACES.
           88 EXC-OK             VALUE '00'.

       01 WS-ARQ-STATUS      PIC X(2)  VALUE SPACES.
           88 ARQ-OK             VALUE '00'.

       01 WS-PCT-STATUS      PIC X(2)  VALUE SPACES.
           88 PCT-OK             VALUE '00'.

       01 WS-RNK-STATUS      PIC X(2)  VALUE SPACES.
           88 RNK-OK             VALUE '00'.

       01 WS-EOF-MATRICUL    PIC X(1)  VALUE 'N'.
           88 FIM-MATRICUL       VALUE 'S'.

       01 WS-EOF-NOTAS       PIC X(1)  VALUE 'N'.
           88 FIM-NOTAS          VALUE 'S'.

       01 WS-EOF-RESFINAL    PIC X(1)  VALUE 'N'.
           88 FIM-RESFINAL       VALUE 'S'.

       01 WS-EOF-SERIES      PIC X(1)  VALUE 'N'.
           88 FIM-SERIES         VALUE 'S'.

       01 WS-EOF-EXPURGO     PIC X(1)  VALUE 'N'.
           88 FIM-EXPURGO        VALUE 'S'.

       01 WS-EOF-ARQ         PIC X(1)  VALUE 'N'.
           88 FIM-ARQ            VALUE 'S'.

       01 WS-SW-RESFINAL     PIC X(1)  VALUE 'N'.
           88 WS-RESFINAL-ABERTO VALUE 'S'.

       01 WS-SW-FECHADO      PIC X(1)  VALUE 'N'.
           88 WS-ANO-FECHADO     VALUE 'S'.

       01 WS-SW-FONTE        PIC X(1)  VALUE 'A'.
           88 WS-FONTE-ALUNOS    VALUE 'A'.
           88 WS-FONTE-RESFINAL  VALUE 'F'.

       01 WS-SW-GRUPO        PIC X(1)  VALUE 'N'.
           88 WS-TEM-GRUPO       VALUE 'S'.

       01 WS-SW-EXPURGADO    PIC X(1)  VALUE 'N'.
           88 WS-ANO-EXPURGADO   VALUE 'S'.

       01 WS-SW-ARQ          PIC X(1)  VALUE 'N'.
           88 WS-ARQ-ABERTO      VALUE 'S'.

       01 WS-SW-PASSOU       PIC X(1)  VALUE 'N'.
           88 WS-PASSOU-ALUNO    VALUE 'S'.

       01 WS-TURMA-RNK       PIC X(10) VALUE SPACES.
       01 WS-ANO-RNK         PIC 9(4)  VALUE ZEROS.
       01 WS-BIM-RNK         PIC 9(1)  VALUE 9.
       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.
       01 WS-SERIE-TURMA     PIC X(10) VALUE SPACES.
       01 WS-TURMA-ATUAL     PIC X(10) VALUE SPACES.
       01 WS-BIM-TURMA       PIC 9(1)  VALUE ZERO.
       01 WS-NOME-GERACAO    PIC X(30) VALUE SPACES.

       01 WS-HON-MEDIA       PIC 99V9  VALUE 8.
       01 WS-HON-FREQ        PIC 9(3)  VALUE 90.

       01 WS-TXT-BIMESTRE.
           03 FILLER             PIC X(09) VALUE 'BIMESTRE '.
           03 TXT-BIM            PIC 9(1).

       01 WS-GRUPO.
           03 WS-GRP-MATERIA     PIC X(20) VALUE SPACES.
           03 WS-GRP-QTD         PIC 9(1)  VALUE ZERO.
           03 WS-GRP-SOMA        PIC 9(4)V9 VALUE ZERO.

       01 WS-ALUNO.
           03 WS-ALU-QTD-MAT     PIC 9(2)  VALUE ZERO.
           03 WS-ALU-SOMA        PIC 9(4)V9 VALUE ZERO.
           03 WS-ALU-QTD-REG     PIC 9(3)  VALUE ZERO.
           03 WS-ALU-AULAS       PIC 9(5)  VALUE ZERO.
           03 WS-ALU-FALTAS      PIC 9(5)  VALUE ZERO.
           03 WS-ALU-MEDIA       PIC 99V99 VALUE ZERO.
           03 WS-ALU-FREQ        PIC 9(3)  VALUE ZERO.
           03 WS-ALU-SW-FREQ     PIC X(1)  VALUE 'S'.
           03 WS-ALU-HONRA       PIC X(1)  VALUE 'N'.

       01 WS-MEDIA-MATERIA   PIC 99V9  VALUE ZERO.

       01 WS-TAB-SERIES.
           03 WS-SER-ITEM OCCURS 100 TIMES.
               05 WS-SER-TURMA       PIC X(10).
               05 WS-SER-SERIE       PIC X(10).

       01 WS-QTD-SERIES      PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-SERIE       PIC 9(3) COMP VALUE ZERO.

      *    Alunos da turma em apuracao, em ordem decrescente de media
      *    geral (nome como desempate na listagem).
       01 WS-TAB-RANK.
           03 WS-RNK-ITEM OCCURS 200 TIMES.
               05 WS-RNK-MATRICULA   PIC 9(6).
               05 WS-RNK-NOME        PIC X(20).
               05 WS-RNK-QTD-MAT     PIC 9(2).
               05 WS-RNK-MEDIA       PIC 99V99.
               05 WS-RNK-FREQ        PIC 9(3).
               05 WS-RNK-SW-FREQ     PIC X(1).
                   88 WS-RNK-SEM-FREQ    VALUE 'N'.
               05 WS-RNK-HONRA       PIC X(1).
                   88 WS-RNK-NO-QUADRO   VALUE 'S'.
               05 WS-RNK-POS         PIC 9(3).

       01 WS-QTD-RANK        PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-RANK        PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-POSICAO     PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-DESLOCA     PIC 9(3) COMP VALUE ZERO.
       01 WS-POSICAO         PIC 9(3)  VALUE ZERO.

       01 WS-TURMA.
           03 WS-TUR-ALUNOS      PIC 9(5)  VALUE ZERO.
           03 WS-TUR-SEM-NOTA    PIC 9(5)  VALUE ZERO.
           03 WS-TUR-HONRA       PIC 9(5)  VALUE ZERO.
           03 WS-TUR-SEM-FREQ    PIC 9(5)  VALUE ZERO.
           03 WS-TUR-SOMA        PIC 9(7)V99 VALUE ZERO.
           03 WS-TUR-MEDIA       PIC 99V99 VALUE ZERO.
           03 WS-TUR-MAIOR       PIC 99V99 VALUE ZERO.

       01 WS-CONTADORES.
           03 WS-TOT-ALUNOS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-HONRA       PIC 9(5) COMP VALUE ZERO.

       01 WS-RESUMO.
           03 WS-RES-TURMAS      PIC 9(5)  VALUE ZERO.
           03 WS-RES-ALUNOS      PIC 9(5)  VALUE ZERO.
           03 WS-RES-HONRA       PIC 9(5)  VALUE ZERO.
           03 WS-RES-SOMA        PIC 9(7)V99 VALUE ZERO.
           03 WS-RES-MEDIA       PIC 99V99 VALUE ZERO.

       01 WS-CAB-1.
           03 FILLER             PIC X(10) VALUE SPACES.
           03 FILLER             PIC X(23)
                     VALUE 'CLASSIFICACAO DA TURMA '.
           03 CAB-TURMA          PIC X(10).
           03 FILLER             PIC X(15) VALUE ' - ANO LETIVO '.
           03 CAB-ANO            PIC 9(4).
           03 FILLER             PIC X(18) VALUE SPACES.

       01 WS-CAB-2.
           03 FILLER             PIC X(10) VALUE 'EMITIDO EM'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CAB-DATA           PIC 99/99/99.
           03 FILLER             PIC X(12) VALUE '   PERIODO: '.
           03 CAB-PERIODO        PIC X(15).
           03 FILLER             PIC X(10) VALUE '   FONTE: '.
           03 CAB-FONTE          PIC X(24).

       01 WS-CAB-3.
           03 FILLER             PIC X(07) VALUE 'SERIE: '.
           03 CAB-SERIE          PIC X(10).
           03 FILLER             PIC X(30)
                     VALUE '   QUADRO DE HONRA: MEDIA >='.
           03 CAB-HON-MEDIA      PIC Z9.9.
           03 FILLER             PIC X(11) VALUE '   FREQ >='.
           03 CAB-HON-FREQ       PIC ZZ9.
           03 FILLER             PIC X(15) VALUE '%'.

       01 WS-CAB-4.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE 'POS'.
           03 FILLER             PIC X(08) VALUE 'MATRIC'.
           03 FILLER             PIC X(21) VALUE 'NOME'.
           03 FILLER             PIC X(09) VALUE 'MATER.'.
           03 FILLER             PIC X(08) VALUE 'MEDIA'.
           03 FILLER             PIC X(06) VALUE 'FREQ'.
           03 FILLER             PIC X(21) VALUE 'OBSERVACAO'.

       01 WS-TIT-CLASSIF.
           03 FILLER             PIC X(40)
                     VALUE 'CLASSIFICACAO PELA MEDIA GERAL (POSICAO '.
           03 FILLER             PIC X(40)
                     VALUE 'COM = INDICA EMPATE)'.

       01 WS-LINHA-RANK.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 RNK-POS            PIC ZZ9.
           03 RNK-EMPATE         PIC X(01).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 RNK-MATRICULA      PIC 9(06).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 RNK-NOME           PIC X(20).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 RNK-QTD-MAT        PIC Z9.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 RNK-MEDIA          PIC Z9.99.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 RNK-FREQ           PIC X(03).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 RNK-OBS            PIC X(21).

       01 WS-FREQ-ED         PIC ZZ9.

       01 WS-LINHA-SUB-TURMA.
           03 FILLER             PIC X(23)
                     VALUE '  ALUNOS CLASSIFICADOS:'.
           03 SUB-ALUNOS         PIC ZZZ9.
           03 FILLER             PIC X(23)
                     VALUE '  SEM NOTAS NO PERIODO:'.
           03 SUB-SEM-NOTA       PIC ZZZ9.
           03 FILLER             PIC X(17)
                     VALUE '  MEDIA DA TURMA:'.
           03 SUB-MEDIA          PIC Z9.99.
           03 FILLER             PIC X(04) VALUE SPACES.

       01 WS-CAB-HONRA.
           03 FILLER             PIC X(31)
                     VALUE 'QUADRO DE HONRA - MEDIA MINIMA '.
           03 HON-MEDIA          PIC Z9.9.
           03 FILLER             PIC X(21)
                     VALUE ' E FREQUENCIA MINIMA '.
           03 HON-FREQ           PIC ZZ9.
           03 FILLER             PIC X(21) VALUE '%'.

       01 WS-LINHA-SEM-HONRA.
           03 FILLER             PIC X(40)
                     VALUE '  NENHUM ALUNO ATINGIU OS MINIMOS DO QUA'.
           03 FILLER             PIC X(40)
                     VALUE 'DRO DE HONRA'.

       01 WS-LINHA-SUB-HONRA.
           03 FILLER             PIC X(28)
                     VALUE '  ALUNOS NO QUADRO DE HONRA:'.
           03 SUB-HONRA          PIC ZZZ9.
           03 FILLER             PIC X(48) VALUE SPACES.

       01 WS-LINHA-TRACO         PIC X(80) VALUE ALL '-'.

       01 WS-CAB-RESUMO.
           03 FILLER             PIC X(30)
                     VALUE 'RESUMO DAS TURMAS DA SERIE: '.
           03 RES-CAB-SERIE      PIC X(10).
           03 FILLER             PIC X(40) VALUE SPACES.

       01 WS-CAB-RESUMO-2.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(12) VALUE 'TURMA'.
           03 FILLER             PIC X(08) VALUE 'ALUNOS'.
           03 FILLER             PIC X(10) VALUE 'SEM NOTA'.
           03 FILLER             PIC X(07) VALUE 'MEDIA'.
           03 FILLER             PIC X(13) VALUE 'MAIOR MEDIA'.
           03 FILLER             PIC X(29) VALUE 'QUADRO HONRA'.

       01 WS-LINHA-RESUMO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 RES-TURMA          PIC X(10).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 RES-ALUNOS         PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 RES-SEM-NOTA       PIC ZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 RES-MEDIA          PIC Z9.99.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 RES-MAIOR          PIC Z9.99.
           03 FILLER             PIC X(08) VALUE SPACES.
           03 RES-HONRA          PIC ZZZZ9.
           03 FILLER             PIC X(06) VALUE SPACES.
           03 RES-MARCA          PIC X(16).

       01 WS-LINHA-TOT-RESUMO.
           03 FILLER             PIC X(09) VALUE 'TURMAS:'.
           03 TOT-TURMAS         PIC ZZZZ9.
           03 FILLER             PIC X(10) VALUE '  ALUNOS:'.
           03 TOT-ALUNOS         PIC ZZZZ9.
           03 FILLER             PIC X(18)
                     VALUE '  MEDIA DA SERIE:'.
           03 TOT-MEDIA          PIC Z9.99.
           03 FILLER             PIC X(19)
                     VALUE '  QUADRO DE HONRA:'.
           03 TOT-HONRA          PIC ZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.

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

            DISPLAY '***** MODULO2RNK - CLASSIFICACAO DA TURMA *****'.

            PERFORM P000-TESTA-DRIVER.

            PERFORM P002-VERIFICA-EXECUCAO.

            PERFORM P003-ACEITA-FILTROS.

            PERFORM P004-CARREGA-SERIES.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P006-APURA-FECHAMENTO.

            PERFORM P009-VERIFICA-EXPURGO.

            IF WS-ANO-FECHADO
                PERFORM P007-VERIFICA-PROMCTL
            END-IF.

            MOVE WS-TURMA-RNK TO WS-TURMA-ATUAL.
            PERFORM P020-APURA-TURMA.

            IF WS-TUR-ALUNOS = ZERO AND WS-TUR-SEM-NOTA = ZERO
                DISPLAY '*** TURMA ' WS-TURMA-RNK ' SEM ALUNOS NO '
                        'CADASTRO DE MATRICULAS ***'
                PERFORM P998-ABORTA-EXECUCAO
            END-IF.

            IF WS-TUR-ALUNOS > ZERO
             AND WS-TUR-SEM-FREQ = WS-TUR-ALUNOS
                DISPLAY '*** NENHUM ALUNO DA TURMA COM FREQUENCIA '
                        'LANCADA NO ANO ' WS-ANO-RNK ' ***'
                DISPLAY '*** SEM FREQUENCIA NAO HA QUADRO DE HONRA - '
                        'RESTAURE O ANO (MODULO2RST) ***'
                PERFORM P998-ABORTA-EXECUCAO
            END-IF.

            MOVE WS-TUR-ALUNOS TO WS-TOT-ALUNOS.
            MOVE WS-TUR-HONRA  TO WS-TOT-HONRA.

            PERFORM P008-IMPRIME-CABECALHO.

            PERFORM P060-IMPRIME-CLASSIFICACAO.

            PERFORM P065-IMPRIME-QUADRO-HONRA.

            PERFORM P070-IMPRIME-RESUMO.

            PERFORM P999-FECHA-ARQUIVOS.

            DISPLAY 'ALUNOS CLASSIFICADOS: ' WS-TOT-ALUNOS.
            DISPLAY 'QUADRO DE HONRA:      ' WS-TOT-HONRA.
            DISPLAY 'TURMAS NO RESUMO:     ' WS-RES-TURMAS.

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

      *    No plano de execucao a turma vem no campo da materia e o
      *    bimestre zero pede o ano inteiro.
       P003-ACEITA-FILTROS.
            IF WS-EH-DRIVER
                MOVE DRV-MATERIA TO WS-TURMA-RNK
                MOVE DRV-ANO     TO WS-ANO-RNK
                MOVE DRV-BIM     TO WS-BIM-RNK
                IF WS-TURMA-RNK = SPACES
                 OR WS-ANO-RNK = ZERO
                 OR WS-BIM-RNK > 4
                    DISPLAY '*** TURMA, ANO OU BIMESTRE INVALIDO NO '
                            'PLANO DE EXECUCAO ***'
                    MOVE 'E' TO WS-RESULTADO-PASSO
                    PERFORM P990-TERMINA
                END-IF
            ELSE
                PERFORM P003A-ACEITA-TURMA
                    UNTIL WS-TURMA-RNK NOT = SPACES
                PERFORM P003B-ACEITA-ANO UNTIL WS-ANO-RNK > ZERO
                PERFORM P003C-ACEITA-BIMESTRE UNTIL WS-BIM-RNK < 5
            END-IF.

       P003A-ACEITA-TURMA.
            DISPLAY 'DIGITE A TURMA: '.
            ACCEPT WS-TURMA-RNK.
            IF WS-TURMA-RNK = SPACES
                DISPLAY '*** TURMA INVALIDA ***'
            END-IF.

       P003B-ACEITA-ANO.
            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '.
            ACCEPT WS-ANO-RNK.
            IF WS-ANO-RNK = ZERO
                DISPLAY '*** ANO INVALIDO ***'
            END-IF.

       P003C-ACEITA-BIMESTRE.
            DISPLAY 'DIGITE O BIMESTRE (1 A 4, ZERO = ANO INTEIRO): '.
            ACCEPT WS-BIM-RNK.
            IF WS-BIM-RNK > 4
                DISPLAY '*** BIMESTRE INVALIDO ***'
            END-IF.

      *    Sem a tabela SERIES valem os minimos padrao e o resumo
      *    final traz so a turma classificada.
       P004-CARREGA-SERIES.
            OPEN INPUT SERIES-FILE.
            IF NOT SER-OK
                DISPLAY '*** TABELA DE SERIES NAO DISPONIVEL: '
                        WS-SER-STATUS ' - MINIMOS PADRAO ***'
            ELSE
                PERFORM P004A-LE-SERIES
                PERFORM P004B-GUARDA-SERIE UNTIL FIM-SERIES
                CLOSE SERIES-FILE
            END-IF.

            PERFORM P004C-BUSCA-SERIE
                VARYING WS-IDX-SERIE FROM 1 BY 1
                UNTIL WS-IDX-SERIE > WS-QTD-SERIES
                   OR WS-SERIE-TURMA NOT = SPACES.

       P004A-LE-SERIES.
            READ SERIES-FILE
                AT END MOVE 'S' TO WS-EOF-SERIES
            END-READ.

       P004B-GUARDA-SERIE.
            EVALUATE TRUE
               WHEN SER-QUADRO-HONRA
                   IF SER-HON-MEDIA NUMERIC
                       MOVE SER-HON-MEDIA TO WS-HON-MEDIA
                   END-IF
                   IF SER-HON-FREQ NUMERIC
                       MOVE SER-HON-FREQ  TO WS-HON-FREQ
                   END-IF
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

       P004C-BUSCA-SERIE.
            IF WS-SER-TURMA(WS-IDX-SERIE) = WS-TURMA-RNK
                MOVE WS-SER-SERIE(WS-IDX-SERIE) TO WS-SERIE-TURMA
            END-IF.

       P005-ABRE-ARQUIVOS.
            OPEN INPUT ALUNOS-FILE.
            IF NOT ALU-OK
                DISPLAY '*** ERRO AO ABRIR CADASTRO DE ALUNOS: '
                        WS-ALU-STATUS
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN INPUT MATRICUL-FILE.
            IF NOT MATR-OK
                DISPLAY '*** ERRO AO ABRIR CADASTRO DE MATRICULAS: '
                        WS-MATR-STATUS
                CLOSE ALUNOS-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN INPUT RESFINAL-FILE.
            IF FIN-OK
                SET WS-RESFINAL-ABERTO TO TRUE
            END-IF.

            OPEN OUTPUT RANKING-FILE.
            IF NOT RNK-OK
                DISPLAY '*** ERRO AO ABRIR RELATORIO RANKING: '
                        WS-RNK-STATUS
                CLOSE ALUNOS-FILE
                CLOSE MATRICUL-FILE
                CLOSE RESFINAL-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

      *    Ano com linhas no RESFINAL ja foi fechado: no ano inteiro
      *    vale a media final, que ja inclui a recuperacao.
       P006-APURA-FECHAMENTO.
            IF WS-RESFINAL-ABERTO
                MOVE 'N' TO WS-EOF-RESFINAL
                MOVE LOW-VALUES TO FIN-CHAVE
                START RESFINAL-FILE KEY IS NOT LESS FIN-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WS-EOF-RESFINAL
                END-START
                PERFORM P006A-LE-RESFINAL
                    UNTIL FIM-RESFINAL OR WS-ANO-FECHADO
            END-IF.

            IF WS-ANO-FECHADO AND WS-BIM-RNK = ZERO
                SET WS-FONTE-RESFINAL TO TRUE
            END-IF.

       P006A-LE-RESFINAL.
            READ RESFINAL-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-RESFINAL
            END-READ.

            IF NOT FIM-RESFINAL
                IF FIN-ANO-LETIVO = WS-ANO-RNK
                    SET WS-ANO-FECHADO TO TRUE
                END-IF
            END-IF.

      *    Depois da promocao a turma do MATRICUL ja e a do ano
      *    seguinte; a turma do ano sai do historico de movimentacao.
       P007-VERIFICA-PROMCTL.
            OPEN INPUT PROMCTL-FILE.
            IF PCT-OK
                READ PROMCTL-FILE
                    AT END
                        MOVE ZEROS TO PCT-ANO
                END-READ
                CLOSE PROMCTL-FILE
                IF PCT-ANO NOT LESS WS-ANO-RNK
                    DISPLAY 'PROMOCAO DO ANO ' PCT-ANO
                            ' JA APLICADA - TURMAS PELO HISTORICO '
                            'DE MOVIMENTACAO'
                END-IF
            END-IF.

       P008-IMPRIME-CABECALHO.
            MOVE WS-TURMA-RNK     TO CAB-TURMA.
            MOVE WS-ANO-RNK       TO CAB-ANO.
            ACCEPT WS-DATA-HOJE FROM DATE.
            MOVE WS-DATA-HOJE     TO CAB-DATA.

            IF WS-BIM-RNK = ZERO
                MOVE 'ANO INTEIRO'    TO CAB-PERIODO
            ELSE
                MOVE WS-BIM-RNK       TO TXT-BIM
                MOVE WS-TXT-BIMESTRE  TO CAB-PERIODO
            END-IF.

            IF WS-FONTE-RESFINAL
                MOVE 'RESFINAL (MEDIA FINAL)'   TO CAB-FONTE
            ELSE
            IF WS-ANO-EXPURGADO
                MOVE 'ARQUIVO MORTO (MEDIAS)'   TO CAB-FONTE
            ELSE
                MOVE 'ALUNOS (MEDIAS LANCADAS)' TO CAB-FONTE
            END-IF
            END-IF.

            IF WS-SERIE-TURMA = SPACES
                MOVE 'SEM SERIE'      TO CAB-SERIE
            ELSE
                MOVE WS-SERIE-TURMA   TO CAB-SERIE
            END-IF.

            MOVE WS-HON-MEDIA     TO CAB-HON-MEDIA.
            MOVE WS-HON-FREQ      TO CAB-HON-FREQ.

            WRITE REG-RANKING FROM WS-CAB-1.
            WRITE REG-RANKING FROM WS-CAB-2.
            WRITE REG-RANKING FROM WS-CAB-3.

      *    Ano registrado no EXPURGO saiu do ALUNOS: notas, aulas e
      *    faltas vem da geracao de arquivo morto (a ultima registrada
      *    para o ano), que tem a imagem completa dos registros.
       P009-VERIFICA-EXPURGO.
            MOVE 'N' TO WS-EOF-EXPURGO.

            OPEN INPUT EXPURGO-FILE.
            IF EXC-OK
                PERFORM P009A-LE-EXPURGO
                PERFORM P009B-TRATA-EXPURGO UNTIL FIM-EXPURGO
                CLOSE EXPURGO-FILE
            END-IF.

            IF WS-ANO-EXPURGADO
                DISPLAY 'ANO ' WS-ANO-RNK ' EXPURGADO - NOTAS E '
                        'FREQUENCIA DA GERACAO ' WS-NOME-GERACAO
            END-IF.

       P009A-LE-EXPURGO.
            READ EXPURGO-FILE
                AT END MOVE 'S' TO WS-EOF-EXPURGO
            END-READ.

       P009B-TRATA-EXPURGO.
            IF EXC-ANO-LETIVO = WS-ANO-RNK
                SET WS-ANO-EXPURGADO TO TRUE
                MOVE EXC-GERACAO TO WS-NOME-GERACAO
            END-IF.

            PERFORM P009A-LE-EXPURGO.

       P012-POSICIONA-MATRICUL.
            MOVE 'N'   TO WS-EOF-MATRICUL.
            MOVE ZEROS TO MATR-MATRICULA.

            START MATRICUL-FILE KEY IS NOT LESS MATR-MATRICULA
                INVALID KEY
                    MOVE 'S' TO WS-EOF-MATRICUL
            END-START.

            IF NOT FIM-MATRICUL
                PERFORM P013-LE-MATRICUL
            END-IF.

       P013-LE-MATRICUL.
            READ MATRICUL-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-MATRICUL
            END-READ.

      *    A geracao esta na ordem de chave do ALUNOS, a mesma ordem
      *    de matricula em que o MATRICUL e percorrido: e aberta a
      *    cada turma apurada e lida junto com o cadastro.
       P014-ABRE-GERACAO.
            MOVE 'N' TO WS-EOF-ARQ.

            OPEN INPUT ARQALU-FILE.
            IF NOT ARQ-OK
                DISPLAY '*** GERACAO DE ARQUIVO MORTO INDISPONIVEL: '
                        WS-NOME-GERACAO ' ' WS-ARQ-STATUS ' ***'
                DISPLAY '*** ANO ' WS-ANO-RNK ' SEM NOTAS E FREQUENCIA'
                        ' - CLASSIFICACAO NAO EMITIDA ***'
                PERFORM P998-ABORTA-EXECUCAO
            END-IF.

            SET WS-ARQ-ABERTO TO TRUE.
            PERFORM P015-LE-ARQALU.

       P015-LE-ARQALU.
            READ ARQALU-FILE
                AT END MOVE 'S' TO WS-EOF-ARQ
            END-READ.

      *    Monta a tabela classificada de WS-TURMA-ATUAL e os totais
      *    da turma; serve a turma pedida e ao resumo da serie.
       P020-APURA-TURMA.
            MOVE ZERO TO WS-QTD-RANK.
            INITIALIZE WS-TURMA.

            IF WS-ANO-EXPURGADO
                PERFORM P014-ABRE-GERACAO
            END-IF.

            PERFORM P012-POSICIONA-MATRICUL.
            PERFORM P025-CICLO-ALUNO UNTIL FIM-MATRICUL.

            IF WS-ARQ-ABERTO
                CLOSE ARQALU-FILE
                MOVE 'N' TO WS-SW-ARQ
            END-IF.

            IF WS-TUR-ALUNOS > ZERO
                COMPUTE WS-TUR-MEDIA ROUNDED =
                        WS-TUR-SOMA / WS-TUR-ALUNOS
                MOVE WS-RNK-MEDIA(1) TO WS-TUR-MAIOR
            END-IF.

      *    Entra quem estava ativo na turma no fechamento do periodo.
      *    Sem historico vale o MATRICUL, e no ano ja fechado entra
      *    tambem quem concluiu o curso na promocao; transferido nao
      *    e classificado.
       P025-CICLO-ALUNO.
            PERFORM P026-TURMA-DO-PERIODO.

            IF MVT-TURMA = WS-TURMA-ATUAL
                IF MVT-SITUACAO = 'A'
                    PERFORM P030-APURA-ALUNO
                ELSE
                IF MVT-SITUACAO = 'C' AND WS-ANO-FECHADO
                    PERFORM P030-APURA-ALUNO
                END-IF
                END-IF
            END-IF.

            PERFORM P013-LE-MATRICUL.

       P026-TURMA-DO-PERIODO.
            IF WS-BIM-RNK = ZERO
                MOVE 4          TO WS-BIM-TURMA
            ELSE
                MOVE WS-BIM-RNK TO WS-BIM-TURMA
            END-IF.

            MOVE 'C'            TO MVT-FUNCAO.
            MOVE MATR-MATRICULA TO MVT-MATRICULA.
            MOVE WS-ANO-RNK     TO MVT-ANO-LETIVO.
            MOVE WS-BIM-TURMA   TO MVT-BIMESTRE.
            MOVE MATR-TURMA     TO MVT-TURMA.
            MOVE MATR-SITUACAO  TO MVT-SITUACAO.
            CALL "MODULO2MOV"                  USING WS-MOVIMENTO.

       P030-APURA-ALUNO.
            INITIALIZE WS-ALUNO.
            MOVE 'N' TO WS-SW-GRUPO.
            MOVE 'N' TO WS-EOF-NOTAS.

            IF WS-ANO-EXPURGADO
                MOVE 'N' TO WS-SW-PASSOU
                PERFORM P038-TRATA-ARQALU
                    UNTIL FIM-ARQ OR WS-PASSOU-ALUNO
            ELSE
                MOVE MATR-MATRICULA TO REG-MATRICULA
                MOVE LOW-VALUES     TO REG-MATERIA
                MOVE ZEROS          TO REG-ANO-LETIVO
                MOVE ZERO           TO REG-BIMESTRE
                START ALUNOS-FILE KEY IS NOT LESS REG-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WS-EOF-NOTAS
                END-START
                PERFORM P032-LE-NOTA UNTIL FIM-NOTAS
            END-IF.

            IF WS-TEM-GRUPO
                PERFORM P035-FECHA-MATERIA
            END-IF.

            IF WS-FONTE-RESFINAL
                PERFORM P036-POSICIONA-RESULTADO
            END-IF.

            IF WS-ALU-QTD-MAT = ZERO
                ADD 1 TO WS-TUR-SEM-NOTA
            ELSE
                PERFORM P040-CALCULA-ALUNO
                PERFORM P045-INSERE-ALUNO
            END-IF.

       P032-LE-NOTA.
            READ ALUNOS-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-NOTAS
            END-READ.

            IF NOT FIM-NOTAS
                IF REG-MATRICULA NOT = MATR-MATRICULA
                    MOVE 'S' TO WS-EOF-NOTAS
                ELSE
                    IF REG-ANO-LETIVO = WS-ANO-RNK
                     AND REG-BIMESTRE > 0 AND REG-BIMESTRE < 5
                        PERFORM P033-TRATA-NOTA
                    END-IF
                END-IF
            END-IF.

       P033-TRATA-NOTA.
            IF WS-BIM-RNK = ZERO OR REG-BIMESTRE = WS-BIM-RNK
                ADD 1               TO WS-ALU-QTD-REG
                ADD REG-AULAS-DADAS TO WS-ALU-AULAS
                ADD REG-FALTAS      TO WS-ALU-FALTAS
                IF WS-FONTE-ALUNOS
                    PERFORM P034-ACUMULA-MATERIA
                END-IF
            END-IF.

       P034-ACUMULA-MATERIA.
            IF WS-TEM-GRUPO
                IF REG-MATERIA NOT = WS-GRP-MATERIA
                    PERFORM P035-FECHA-MATERIA
                END-IF
            END-IF.

            IF NOT WS-TEM-GRUPO
                SET WS-TEM-GRUPO TO TRUE
                MOVE REG-MATERIA TO WS-GRP-MATERIA
                MOVE ZERO        TO WS-GRP-QTD
                MOVE ZERO        TO WS-GRP-SOMA
            END-IF.

            ADD 1         TO WS-GRP-QTD.
            ADD REG-MEDIA TO WS-GRP-SOMA.

      *    A media da materia e a dos bimestres lancados no periodo
      *    (no bimestre, a propria REG-MEDIA).
       P035-FECHA-MATERIA.
            MOVE 'N' TO WS-SW-GRUPO.
            COMPUTE WS-MEDIA-MATERIA ROUNDED =
                    WS-GRP-SOMA / WS-GRP-QTD.
            ADD WS-MEDIA-MATERIA TO WS-ALU-SOMA.
            ADD 1 TO WS-ALU-QTD-MAT.

       P036-POSICIONA-RESULTADO.
            MOVE 'N' TO WS-EOF-RESFINAL.
            MOVE MATR-MATRICULA TO FIN-MATRICULA.
            MOVE LOW-VALUES     TO FIN-MATERIA.
            MOVE ZEROS          TO FIN-ANO-LETIVO.

            START RESFINAL-FILE KEY IS NOT LESS FIN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-RESFINAL
            END-START.

            PERFORM P037-LE-RESULTADO UNTIL FIM-RESFINAL.

       P037-LE-RESULTADO.
            READ RESFINAL-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-RESFINAL
            END-READ.

            IF NOT FIM-RESFINAL
                IF FIN-MATRICULA NOT = MATR-MATRICULA
                    MOVE 'S' TO WS-EOF-RESFINAL
                ELSE
                    IF FIN-ANO-LETIVO = WS-ANO-RNK
                        ADD FIN-MEDIA-FINAL TO WS-ALU-SOMA
                        ADD 1 TO WS-ALU-QTD-MAT
                    END-IF
                END-IF
            END-IF.

      *    Registro da geracao de matricula menor e de aluno que nao
      *    entrou na apuracao; o de matricula maior fica no buffer
      *    para o proximo aluno.  O detalhe e tratado na area do
      *    ALUNOS, que nao e lido quando o ano esta expurgado.
       P038-TRATA-ARQALU.
            IF EXG-DETALHE
                MOVE EXG-DADOS TO REG-ALUNO
                IF REG-MATRICULA > MATR-MATRICULA
                    SET WS-PASSOU-ALUNO TO TRUE
                ELSE
                    IF REG-MATRICULA = MATR-MATRICULA
                     AND REG-ANO-LETIVO = WS-ANO-RNK
                     AND REG-BIMESTRE > 0 AND REG-BIMESTRE < 5
                        PERFORM P033-TRATA-NOTA
                    END-IF
                    PERFORM P015-LE-ARQALU
                END-IF
            ELSE
                PERFORM P015-LE-ARQALU
            END-IF.

      *    Sem lancamento do periodo a frequencia fica N/D e o aluno
      *    nao entra no quadro de honra, que exige a frequencia minima.
       P040-CALCULA-ALUNO.
            COMPUTE WS-ALU-MEDIA ROUNDED =
                    WS-ALU-SOMA / WS-ALU-QTD-MAT.

            IF WS-ALU-QTD-REG = ZERO
                MOVE 'N' TO WS-ALU-SW-FREQ
                MOVE ZERO TO WS-ALU-FREQ
            ELSE
            IF WS-ALU-AULAS = ZERO
                MOVE 100 TO WS-ALU-FREQ
            ELSE
                COMPUTE WS-ALU-FREQ =
                        (WS-ALU-AULAS - WS-ALU-FALTAS) * 100
                        / WS-ALU-AULAS
                    ON SIZE ERROR MOVE ZERO TO WS-ALU-FREQ
                END-COMPUTE
            END-IF
            END-IF.

            MOVE 'N' TO WS-ALU-HONRA.
            IF WS-ALU-MEDIA NOT < WS-HON-MEDIA
                IF WS-ALU-SW-FREQ NOT = 'N'
                 AND WS-ALU-FREQ NOT < WS-HON-FREQ
                    MOVE 'S' TO WS-ALU-HONRA
                END-IF
            END-IF.

       P045-INSERE-ALUNO.
            IF WS-QTD-RANK < 200
                MOVE ZERO TO WS-IDX-POSICAO
                PERFORM P046-TESTA-POSICAO
                    VARYING WS-IDX-RANK FROM 1 BY 1
                    UNTIL WS-IDX-RANK > WS-QTD-RANK
                       OR WS-IDX-POSICAO > ZERO
                IF WS-IDX-POSICAO = ZERO
                    COMPUTE WS-IDX-POSICAO = WS-QTD-RANK + 1
                END-IF
                PERFORM P047-DESLOCA-ALUNO
                    VARYING WS-IDX-DESLOCA FROM WS-QTD-RANK BY -1
                    UNTIL WS-IDX-DESLOCA < WS-IDX-POSICAO
                ADD 1 TO WS-QTD-RANK
                MOVE MATR-MATRICULA TO WS-RNK-MATRICULA(WS-IDX-POSICAO)
                MOVE MATR-NOME      TO WS-RNK-NOME(WS-IDX-POSICAO)
                MOVE WS-ALU-QTD-MAT TO WS-RNK-QTD-MAT(WS-IDX-POSICAO)
                MOVE WS-ALU-MEDIA   TO WS-RNK-MEDIA(WS-IDX-POSICAO)
                MOVE WS-ALU-FREQ    TO WS-RNK-FREQ(WS-IDX-POSICAO)
                MOVE WS-ALU-SW-FREQ TO WS-RNK-SW-FREQ(WS-IDX-POSICAO)
                MOVE WS-ALU-HONRA   TO WS-RNK-HONRA(WS-IDX-POSICAO)
                MOVE ZERO           TO WS-RNK-POS(WS-IDX-POSICAO)
                ADD 1 TO WS-TUR-ALUNOS
                ADD WS-ALU-MEDIA TO WS-TUR-SOMA
                IF WS-ALU-HONRA = 'S'
                    ADD 1 TO WS-TUR-HONRA
                END-IF
                IF WS-ALU-SW-FREQ = 'N'
                    ADD 1 TO WS-TUR-SEM-FREQ
                END-IF
            ELSE
                DISPLAY '*** LIMITE DE 200 ALUNOS NA TURMA '
                        WS-TURMA-ATUAL
                        ' - ALUNO NAO CLASSIFICADO: ' MATR-MATRICULA
            END-IF.

       P046-TESTA-POSICAO.
            IF WS-RNK-MEDIA(WS-IDX-RANK) < WS-ALU-MEDIA
                MOVE WS-IDX-RANK TO WS-IDX-POSICAO
            ELSE
            IF WS-RNK-MEDIA(WS-IDX-RANK) = WS-ALU-MEDIA
             AND WS-RNK-NOME(WS-IDX-RANK) > MATR-NOME
                MOVE WS-IDX-RANK TO WS-IDX-POSICAO
            END-IF
            END-IF.

       P047-DESLOCA-ALUNO.
            MOVE WS-RNK-ITEM(WS-IDX-DESLOCA)
              TO WS-RNK-ITEM(WS-IDX-DESLOCA + 1).

       P060-IMPRIME-CLASSIFICACAO.
            WRITE REG-RANKING FROM WS-LINHA-BRANCO.
            WRITE REG-RANKING FROM WS-TIT-CLASSIF.
            WRITE REG-RANKING FROM WS-CAB-4.

            PERFORM P062-IMPRIME-ALUNO
                VARYING WS-IDX-RANK FROM 1 BY 1
                UNTIL WS-IDX-RANK > WS-QTD-RANK.

            MOVE WS-TUR-ALUNOS   TO SUB-ALUNOS.
            MOVE WS-TUR-SEM-NOTA TO SUB-SEM-NOTA.
            MOVE WS-TUR-MEDIA    TO SUB-MEDIA.
            WRITE REG-RANKING FROM WS-LINHA-SUB-TURMA.

      *    Media igual a do anterior repete a posicao dele (1, 2, 2,
      *    4); o '=' marca todos os empatados.
       P062-IMPRIME-ALUNO.
            MOVE SPACE TO RNK-EMPATE.

            IF WS-IDX-RANK = 1
                MOVE WS-IDX-RANK TO WS-POSICAO
            ELSE
            IF WS-RNK-MEDIA(WS-IDX-RANK) =
               WS-RNK-MEDIA(WS-IDX-RANK - 1)
                MOVE '=' TO RNK-EMPATE
            ELSE
                MOVE WS-IDX-RANK TO WS-POSICAO
            END-IF
            END-IF.

            IF WS-IDX-RANK < WS-QTD-RANK
                IF WS-RNK-MEDIA(WS-IDX-RANK) =
                   WS-RNK-MEDIA(WS-IDX-RANK + 1)
                    MOVE '=' TO RNK-EMPATE
                END-IF
            END-IF.

            MOVE WS-POSICAO TO WS-RNK-POS(WS-IDX-RANK).
            PERFORM P063-MONTA-LINHA.

            WRITE REG-RANKING FROM WS-LINHA-RANK.

       P063-MONTA-LINHA.
            MOVE WS-RNK-POS(WS-IDX-RANK)       TO RNK-POS.
            MOVE WS-RNK-MATRICULA(WS-IDX-RANK) TO RNK-MATRICULA.
            MOVE WS-RNK-NOME(WS-IDX-RANK)      TO RNK-NOME.
            MOVE WS-RNK-QTD-MAT(WS-IDX-RANK)   TO RNK-QTD-MAT.
            MOVE WS-RNK-MEDIA(WS-IDX-RANK)     TO RNK-MEDIA.

            IF WS-RNK-SEM-FREQ(WS-IDX-RANK)
                MOVE 'N/D' TO RNK-FREQ
            ELSE
                MOVE WS-RNK-FREQ(WS-IDX-RANK) TO WS-FREQ-ED
                MOVE WS-FREQ-ED               TO RNK-FREQ
            END-IF.

            EVALUATE TRUE
               WHEN WS-RNK-NO-QUADRO(WS-IDX-RANK)
                   MOVE 'QUADRO DE HONRA'     TO RNK-OBS
               WHEN WS-RNK-SEM-FREQ(WS-IDX-RANK)
                   MOVE 'SEM FREQUENCIA'      TO RNK-OBS
               WHEN OTHER
                   MOVE SPACES                TO RNK-OBS
            END-EVALUATE.

       P065-IMPRIME-QUADRO-HONRA.
            MOVE WS-HON-MEDIA TO HON-MEDIA.
            MOVE WS-HON-FREQ  TO HON-FREQ.

            WRITE REG-RANKING FROM WS-LINHA-BRANCO.
            WRITE REG-RANKING FROM WS-CAB-HONRA.
            WRITE REG-RANKING FROM WS-CAB-4.

            IF WS-TUR-HONRA = ZERO
                WRITE REG-RANKING FROM WS-LINHA-SEM-HONRA
            ELSE
                PERFORM P067-IMPRIME-HONRA
                    VARYING WS-IDX-RANK FROM 1 BY 1
                    UNTIL WS-IDX-RANK > WS-QTD-RANK
            END-IF.

            MOVE WS-TUR-HONRA TO SUB-HONRA.
            WRITE REG-RANKING FROM WS-LINHA-SUB-HONRA.

       P067-IMPRIME-HONRA.
            IF WS-RNK-NO-QUADRO(WS-IDX-RANK)
                PERFORM P063-MONTA-LINHA
                MOVE SPACE TO RNK-EMPATE
                WRITE REG-RANKING FROM WS-LINHA-RANK
            END-IF.

      *    Reapura cada turma da serie pelo mesmo criterio da turma
      *    classificada; turma fora da tabela SERIES sai sozinha.
       P070-IMPRIME-RESUMO.
            INITIALIZE WS-RESUMO.

            IF WS-SERIE-TURMA = SPACES
                MOVE 'SEM SERIE'    TO RES-CAB-SERIE
            ELSE
                MOVE WS-SERIE-TURMA TO RES-CAB-SERIE
            END-IF.

            WRITE REG-RANKING FROM WS-LINHA-BRANCO.
            WRITE REG-RANKING FROM WS-LINHA-TRACO.
            WRITE REG-RANKING FROM WS-CAB-RESUMO.
            WRITE REG-RANKING FROM WS-CAB-RESUMO-2.

            IF WS-SERIE-TURMA = SPACES
                MOVE WS-TURMA-RNK TO WS-TURMA-ATUAL
                PERFORM P020-APURA-TURMA
                PERFORM P075-IMPRIME-TURMA-SERIE
            ELSE
                PERFORM P072-TESTA-TURMA-SERIE
                    VARYING WS-IDX-SERIE FROM 1 BY 1
                    UNTIL WS-IDX-SERIE > WS-QTD-SERIES
            END-IF.

            IF WS-RES-ALUNOS > ZERO
                COMPUTE WS-RES-MEDIA ROUNDED =
                        WS-RES-SOMA / WS-RES-ALUNOS
            END-IF.

            MOVE WS-RES-TURMAS TO TOT-TURMAS.
            MOVE WS-RES-ALUNOS TO TOT-ALUNOS.
            MOVE WS-RES-MEDIA  TO TOT-MEDIA.
            MOVE WS-RES-HONRA  TO TOT-HONRA.

            WRITE REG-RANKING FROM WS-LINHA-BRANCO.
            WRITE REG-RANKING FROM WS-LINHA-TOT-RESUMO.

       P072-TESTA-TURMA-SERIE.
            IF WS-SER-SERIE(WS-IDX-SERIE) = WS-SERIE-TURMA
                MOVE WS-SER-TURMA(WS-IDX-SERIE) TO WS-TURMA-ATUAL
                PERFORM P020-APURA-TURMA
                PERFORM P075-IMPRIME-TURMA-SERIE
            END-IF.

       P075-IMPRIME-TURMA-SERIE.
            ADD 1               TO WS-RES-TURMAS.
            ADD WS-TUR-ALUNOS   TO WS-RES-ALUNOS.
            ADD WS-TUR-SOMA     TO WS-RES-SOMA.
            ADD WS-TUR-HONRA    TO WS-RES-HONRA.

            MOVE WS-TURMA-ATUAL  TO RES-TURMA.
            MOVE WS-TUR-ALUNOS   TO RES-ALUNOS.
            MOVE WS-TUR-SEM-NOTA TO RES-SEM-NOTA.
            MOVE WS-TUR-MEDIA    TO RES-MEDIA.
            MOVE WS-TUR-MAIOR    TO RES-MAIOR.
            MOVE WS-TUR-HONRA    TO RES-HONRA.

            IF WS-TURMA-ATUAL = WS-TURMA-RNK
                MOVE '<- CLASSIFICADA' TO RES-MARCA
            ELSE
                MOVE SPACES            TO RES-MARCA
            END-IF.

            WRITE REG-RANKING FROM WS-LINHA-RESUMO.

       P998-ABORTA-EXECUCAO.
            PERFORM P999-FECHA-ARQUIVOS.

            MOVE 'E' TO WS-RESULTADO-PASSO.
            PERFORM P990-TERMINA.

       P999-FECHA-ARQUIVOS.
            CLOSE ALUNOS-FILE.
            CLOSE MATRICUL-FILE.
            CLOSE RESFINAL-FILE.
            CLOSE RANKING-FILE.
            IF WS-ARQ-ABERTO
                CLOSE ARQALU-FILE
            END-IF.

       P990-TERMINA.
            IF WS-EH-DRIVER
                MOVE WS-RESULTADO-PASSO TO DRV-RESULTADO
                GOBACK
            ELSE
                STOP RUN
            END-IF.

       END PROGRAM MODULO2RNK.
