      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alerta de meio de ano sobre o cadastro ALUNOS, para
      *          rodar depois de cada bimestre lancado.  Para cada
      *          aluno ativo e cada materia do ano letivo informado
      *          soma as medias dos bimestres ja lancados e calcula a
      *          media que o aluno ainda precisa tirar nos bimestres
      *          restantes para chegar ao PARM-CORTE da materia no
      *          fechamento (mesma regra do MODULO2ENC).  Entra no
      *          alerta quem precisa de mais de 10 (inalcancavel) ou
      *          de mais que o nivel de alerta (registro 'A' da tabela
      *          SERIES, ausente = 8,0, ou o informado na execucao
      *          interativa), e quem esta
      *          com a frequencia acumulada abaixo do minimo de 75%
      *          do MODULO2MOD ou caiu abaixo dele no ultimo bimestre.
      *          O relatorio ALERTA sai quebrado por MATR-TURMA e o
      *          arquivo CARTAS leva um registro por aluno/materia em
      *          alerta para a mala direta aos responsaveis.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2ALR.
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

           SELECT PARM-FILE ASSIGN TO "PARMNOTA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PARM-MATERIA
               FILE STATUS WS-PARM-STATUS.

           SELECT SERIES-FILE ASSIGN TO "SERIES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SER-STATUS.

           SELECT ALERTA-FILE ASSIGN TO "ALERTA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ALR-STATUS.

           SELECT CARTAS-FILE ASSIGN TO "CARTAS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-FILE.
       01  REG-ALUNO.
           COPY ALUNOREG.

       FD  MATRICUL-FILE.
       01  REG-MATRICUL.
           COPY MATRREG.

       FD  PARM-FILE.
       01  REG-PARM.
           COPY PARMREG.

       FD  SERIES-FILE.
       01  REG-SERIES.
           COPY SERIEREG.

       FD  ALERTA-FILE.
       01  REG-ALERTA                PIC X(80).

       FD  CARTAS-FILE.
       01  REG-CARTA.
           COPY CARTAREG.

       WORKING-STORAGE SECTION.

       01 WS-ALU-STATUS      PIC X(2)  VALUE SPACES.
           88 ALU-OK             VALUE '00'.
           88 ALU-NAO-ENCONTRADO  VALUE '23', '35'.

       01 WS-MATR-STATUS     PIC X(2)  VALUE SPACES.
           88 MATR-OK            VALUE '00'.
           88 MATR-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-PARM-STATUS     PIC X(2)  VALUE SPACES.
           88 PARM-OK            VALUE '00'.
           88 PARM-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-ALR-STATUS      PIC X(2)  VALUE SPACES.
           88 ALR-OK             VALUE '00'.

       01 WS-CAR-STATUS      PIC X(2)  VALUE SPACES.
           88 CAR-OK             VALUE '00'.

       01 WS-SER-STATUS      PIC X(2)  VALUE SPACES.
           88 SER-OK             VALUE '00'.

       01 WS-EOF-SERIES      PIC X(1)  VALUE 'N'.
           88 FIM-SERIES         VALUE 'S'.

       01 WS-EOF-MATRICUL    PIC X(1)  VALUE 'N'.
           88 FIM-MATRICUL       VALUE 'S'.

       01 WS-EOF-NOTAS       PIC X(1)  VALUE 'N'.
           88 FIM-NOTAS          VALUE 'S'.

       01 WS-SW-GRUPO        PIC X(1)  VALUE 'N'.
           88 WS-TEM-GRUPO       VALUE 'S'.

       01 WS-SW-PARM         PIC X(1)  VALUE 'N'.
           88 WS-PARM-ABERTO     VALUE 'S'.

       01 WS-SW-ALUNO-ALERTA PIC X(1)  VALUE 'N'.
           88 WS-ALUNO-EM-ALERTA VALUE 'S'.

       01 WS-ANO-ALERTA      PIC 9(4)  VALUE ZEROS.
       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.
       01 WS-NIVEL-ALERTA    PIC 99V9  VALUE ZEROS.
       01 WS-NIVEL-PADRAO    PIC 99V9  VALUE 8.
       01 WS-FREQ-MINIMA     PIC 9(3)  VALUE 75.

       01 WS-TURMA-ATUAL     PIC X(10) VALUE SPACES.

       01 WS-GRUPO.
           03 WS-GRP-MATRICULA   PIC 9(6)  VALUE ZEROS.
           03 WS-GRP-MATERIA     PIC X(20) VALUE SPACES.
           03 WS-GRP-NOME        PIC X(20) VALUE SPACES.
           03 WS-GRP-QTD         PIC 9(1)  VALUE ZERO.
           03 WS-GRP-SOMA        PIC 9(4)V9 VALUE ZERO.
           03 WS-GRP-AULAS       PIC 9(5)  VALUE ZERO.
           03 WS-GRP-FALTAS      PIC 9(5)  VALUE ZERO.
           03 WS-GRP-ULT-BIM     PIC 9(1)  VALUE ZERO.
           03 WS-GRP-ULT-FREQ    PIC 9(3)  VALUE ZERO.

       01 WS-CORTE           PIC 99V9  VALUE 7.
       01 WS-MEDIA-ATUAL     PIC 99V9  VALUE ZEROS.
       01 WS-RESTANTES       PIC 9(1)  VALUE ZERO.
       01 WS-NECESSARIA      PIC S99V9 VALUE ZEROS.
       01 WS-FREQ-ACUM       PIC 9(3)  VALUE ZEROS.
       01 WS-ALERTA-NOTA     PIC X(1)  VALUE SPACE.
       01 WS-ALERTA-FREQ     PIC X(1)  VALUE SPACE.

       01 WS-TAB-TURMAS.
           03 WS-TUR-ITEM OCCURS 100 TIMES.
               05 WS-TUR-TURMA       PIC X(10).

       01 WS-QTD-TURMAS      PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-TURMA       PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-IDX-ACHOU       PIC 9(3) COMP VALUE ZERO.

       01 WS-CONTADORES.
           03 WS-TOT-TURMAS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-ALUNOS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-ALU-ALERTA  PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-ALR-NOTA    PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-ALR-FREQ    PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-CARTAS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TUR-ALUNOS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TUR-ALU-ALERTA  PIC 9(5) COMP VALUE ZERO.

       01 WS-CAB-1.
           03 FILLER             PIC X(14) VALUE SPACES.
           03 FILLER             PIC X(44)
                VALUE 'ALUNOS EM RISCO DE REPROVACAO - ANO LETIVO'.
           03 CAB-ANO            PIC 9(4).
           03 FILLER             PIC X(18) VALUE SPACES.

       01 WS-CAB-2.
           03 FILLER             PIC X(10) VALUE 'EMITIDO EM'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CAB-DATA           PIC 99/99/99.
           03 FILLER             PIC X(20)
                     VALUE '   NIVEL DE ALERTA:'.
           03 CAB-NIVEL          PIC Z9.9.
           03 FILLER             PIC X(22)
                     VALUE '   FREQUENCIA MINIMA:'.
           03 CAB-FREQ-MIN       PIC ZZ9.
           03 FILLER             PIC X(12) VALUE '%'.

       01 WS-CAB-3.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE 'MATRIC'.
           03 FILLER             PIC X(18) VALUE 'NOME'.
           03 FILLER             PIC X(15) VALUE 'MATERIA'.
           03 FILLER             PIC X(03) VALUE 'BL'.
           03 FILLER             PIC X(05) VALUE 'MEDIA'.
           03 FILLER             PIC X(05) VALUE ' PREC'.
           03 FILLER             PIC X(04) VALUE ' FRQ'.
           03 FILLER             PIC X(22) VALUE ' ALERTA'.

       01 WS-CAB-TURMA.
           03 FILLER             PIC X(07) VALUE 'TURMA: '.
           03 CAB-TURMA          PIC X(10).
           03 FILLER             PIC X(63) VALUE SPACES.

       01 WS-LINHA-ALERTA.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 ALR-MATRICULA      PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 ALR-NOME           PIC X(17).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 ALR-MATERIA        PIC X(14).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 ALR-BIM-LANCADOS   PIC 9(01).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 ALR-MEDIA          PIC Z9.9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 ALR-NECESSARIA     PIC Z9.9 BLANK WHEN ZERO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 ALR-FREQUENCIA     PIC ZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 ALR-TXT-NOTA       PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 ALR-TXT-FREQ       PIC X(11).

       01 WS-LINHA-SUBTOT.
           03 FILLER             PIC X(19)
                     VALUE '  ALUNOS DA TURMA:'.
           03 SUB-ALUNOS         PIC ZZZZ9.
           03 FILLER             PIC X(13) VALUE '  EM ALERTA:'.
           03 SUB-ALU-ALERTA     PIC ZZZZ9.
           03 FILLER             PIC X(38) VALUE SPACES.

       01 WS-LINHA-TOT-1.
           03 FILLER             PIC X(08) VALUE 'TURMAS:'.
           03 TOT-TURMAS         PIC ZZZZ9.
           03 FILLER             PIC X(21)
                     VALUE '  ALUNOS ANALISADOS:'.
           03 TOT-ALUNOS         PIC ZZZZ9.
           03 FILLER             PIC X(19)
                     VALUE '  ALUNOS EM ALERTA:'.
           03 TOT-ALU-ALERTA     PIC ZZZZ9.
           03 FILLER             PIC X(17) VALUE SPACES.

       01 WS-LINHA-TOT-2.
           03 FILLER             PIC X(19)
                     VALUE 'ALERTAS POR NOTA:'.
           03 TOT-ALR-NOTA       PIC ZZZZ9.
           03 FILLER             PIC X(21)
                     VALUE '  POR FREQUENCIA:'.
           03 TOT-ALR-FREQ       PIC ZZZZ9.
           03 FILLER             PIC X(17)
                     VALUE '  CARTAS GERADAS:'.
           03 TOT-CARTAS         PIC ZZZZ9.
           03 FILLER             PIC X(08) VALUE SPACES.

       01 WS-LINHA-LEGENDA.
           03 FILLER             PIC X(40)
                     VALUE 'BL=BIMESTRES LANCADOS  PREC=MEDIA PRECIS'.
           03 FILLER             PIC X(40)
                     VALUE 'A NOS BIMESTRES RESTANTES'.

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

            DISPLAY '***** MODULO2ALR - ALERTA DE MEIO DE ANO *****'.

            PERFORM P000-TESTA-DRIVER.

            PERFORM P002-VERIFICA-EXECUCAO.

            PERFORM P004-CARREGA-SERIES.

            PERFORM P003-ACEITA-FILTROS.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P008-IMPRIME-CABECALHO.

            PERFORM P010-CARREGA-TURMAS.

            IF WS-QTD-TURMAS = ZERO
                DISPLAY 'NENHUM ALUNO ATIVO NO CADASTRO DE MATRICULAS'
            END-IF.

            PERFORM P020-PROCESSA-TURMA
                VARYING WS-IDX-TURMA FROM 1 BY 1
                UNTIL WS-IDX-TURMA > WS-QTD-TURMAS.

            PERFORM P080-IMPRIME-TOTAIS.

            PERFORM P999-FECHA-ARQUIVOS.

            DISPLAY 'ALUNOS EM ALERTA: ' WS-TOT-ALU-ALERTA.
            DISPLAY 'CARTAS GERADAS:   ' WS-TOT-CARTAS.

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
                MOVE DRV-ANO TO WS-ANO-ALERTA
                IF WS-ANO-ALERTA = ZERO
                    DISPLAY '*** ANO INVALIDO NO PLANO DE '
                            'EXECUCAO ***'
                    MOVE 'E' TO WS-RESULTADO-PASSO
                    PERFORM P990-TERMINA
                END-IF
            ELSE
                PERFORM P003A-ACEITA-ANO UNTIL WS-ANO-ALERTA > ZERO
                DISPLAY 'NIVEL DE ALERTA - MEDIA NECESSARIA '
                        '(0 A 10, ZERO = PADRAO): '
                ACCEPT WS-NIVEL-ALERTA
            END-IF.

            IF WS-NIVEL-ALERTA = ZERO OR WS-NIVEL-ALERTA > 10
                MOVE WS-NIVEL-PADRAO TO WS-NIVEL-ALERTA
            END-IF.

       P003A-ACEITA-ANO.
            DISPLAY 'DIGITE O ANO LETIVO EM CURSO (AAAA): '.
            ACCEPT WS-ANO-ALERTA.
            IF WS-ANO-ALERTA = ZERO
                DISPLAY '*** ANO INVALIDO ***'
            END-IF.

      *    Da tabela SERIES so interessa o nivel de alerta; sem ela,
      *    ou sem o registro 'A', vale o padrao de 8,0.
       P004-CARREGA-SERIES.
            OPEN INPUT SERIES-FILE.
            IF NOT SER-OK
                DISPLAY '*** TABELA DE SERIES NAO DISPONIVEL: '
                        WS-SER-STATUS ' - NIVEL PADRAO ***'
            ELSE
                PERFORM P004A-LE-SERIES
                PERFORM P004B-GUARDA-SERIE UNTIL FIM-SERIES
                CLOSE SERIES-FILE
            END-IF.

       P004A-LE-SERIES.
            READ SERIES-FILE
                AT END MOVE 'S' TO WS-EOF-SERIES
            END-READ.

       P004B-GUARDA-SERIE.
            IF SER-NIVEL-ALERTA
                IF SER-ALE-NIVEL NUMERIC
                    IF SER-ALE-NIVEL > ZERO AND SER-ALE-NIVEL NOT > 10
                        MOVE SER-ALE-NIVEL TO WS-NIVEL-PADRAO
                    END-IF
                END-IF
            END-IF.

            PERFORM P004A-LE-SERIES.

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

            OPEN INPUT PARM-FILE.
            IF PARM-OK
                SET WS-PARM-ABERTO TO TRUE
            END-IF.

            OPEN OUTPUT ALERTA-FILE.
            IF NOT ALR-OK
                DISPLAY '*** ERRO AO ABRIR RELATORIO ALERTA: '
                        WS-ALR-STATUS
                CLOSE ALUNOS-FILE
                CLOSE MATRICUL-FILE
                CLOSE PARM-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

            OPEN OUTPUT CARTAS-FILE.
            IF NOT CAR-OK
                DISPLAY '*** ERRO AO ABRIR ARQUIVO DE CARTAS: '
                        WS-CAR-STATUS
                CLOSE ALUNOS-FILE
                CLOSE MATRICUL-FILE
                CLOSE PARM-FILE
                CLOSE ALERTA-FILE
                MOVE 'E' TO WS-RESULTADO-PASSO
                PERFORM P990-TERMINA
            END-IF.

       P008-IMPRIME-CABECALHO.
            MOVE WS-ANO-ALERTA   TO CAB-ANO.
            ACCEPT WS-DATA-HOJE FROM DATE.
            MOVE WS-DATA-HOJE    TO CAB-DATA.
            MOVE WS-NIVEL-ALERTA TO CAB-NIVEL.
            MOVE WS-FREQ-MINIMA  TO CAB-FREQ-MIN.

            WRITE REG-ALERTA FROM WS-CAB-1.
            WRITE REG-ALERTA FROM WS-CAB-2.
            WRITE REG-ALERTA FROM WS-LINHA-LEGENDA.

      *    Primeira passada no MATRICUL: levanta as turmas que tem
      *    aluno ativo, na ordem em que aparecem no cadastro.
       P010-CARREGA-TURMAS.
            PERFORM P012-POSICIONA-MATRICUL.
            PERFORM P014-GUARDA-TURMA UNTIL FIM-MATRICUL.

       P012-POSICIONA-MATRICUL.
            MOVE 'N'   TO WS-EOF-MATRICUL.
            MOVE ZEROS TO MATR-MATRICULA.

            START MATRICUL-FILE KEY IS NOT LESS MATR-MATRICULA
                INVALID KEY
                    MOVE 'S' TO WS-EOF-MATRICUL
            END-START.

            IF NOT FIM-MATRICUL
                PERFORM P015-LE-MATRICUL
            END-IF.

       P014-GUARDA-TURMA.
            IF MATR-ATIVO
                MOVE ZERO TO WS-IDX-ACHOU
                PERFORM P016-PROCURA-TURMA
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                       OR WS-IDX-ACHOU > ZERO
                IF WS-IDX-ACHOU = ZERO
                    IF WS-QTD-TURMAS < 100
                        ADD 1 TO WS-QTD-TURMAS
                        MOVE MATR-TURMA
                          TO WS-TUR-TURMA(WS-QTD-TURMAS)
                    ELSE
                        DISPLAY '*** LIMITE DE 100 TURMAS ATINGIDO - '
                                'TURMA IGNORADA: ' MATR-TURMA
                    END-IF
                END-IF
            END-IF.

            PERFORM P015-LE-MATRICUL.

       P015-LE-MATRICUL.
            READ MATRICUL-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-MATRICUL
            END-READ.

       P016-PROCURA-TURMA.
            IF WS-TUR-TURMA(WS-IDX) = MATR-TURMA
                MOVE WS-IDX TO WS-IDX-ACHOU
            END-IF.

       P020-PROCESSA-TURMA.
            MOVE WS-TUR-TURMA(WS-IDX-TURMA) TO WS-TURMA-ATUAL.
            MOVE ZERO TO WS-TUR-ALUNOS.
            MOVE ZERO TO WS-TUR-ALU-ALERTA.
            ADD 1 TO WS-TOT-TURMAS.

            MOVE WS-TURMA-ATUAL TO CAB-TURMA.
            WRITE REG-ALERTA FROM WS-LINHA-BRANCO.
            WRITE REG-ALERTA FROM WS-CAB-TURMA.
            WRITE REG-ALERTA FROM WS-CAB-3.

            PERFORM P012-POSICIONA-MATRICUL.
            PERFORM P025-CICLO-ALUNO UNTIL FIM-MATRICUL.

            MOVE WS-TUR-ALUNOS     TO SUB-ALUNOS.
            MOVE WS-TUR-ALU-ALERTA TO SUB-ALU-ALERTA.
            WRITE REG-ALERTA FROM WS-LINHA-SUBTOT.

       P025-CICLO-ALUNO.
            IF MATR-TURMA = WS-TURMA-ATUAL AND MATR-ATIVO
                PERFORM P030-ANALISA-ALUNO
            END-IF.

            PERFORM P015-LE-MATRICUL.

       P030-ANALISA-ALUNO.
            ADD 1 TO WS-TUR-ALUNOS.
            ADD 1 TO WS-TOT-ALUNOS.
            MOVE 'N' TO WS-SW-ALUNO-ALERTA.
            MOVE 'N' TO WS-SW-GRUPO.
            MOVE 'N' TO WS-EOF-NOTAS.

            MOVE MATR-MATRICULA TO REG-MATRICULA.
            MOVE LOW-VALUES     TO REG-MATERIA.
            MOVE ZEROS          TO REG-ANO-LETIVO.
            MOVE ZERO           TO REG-BIMESTRE.

            START ALUNOS-FILE KEY IS NOT LESS REG-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-NOTAS
            END-START.

            PERFORM P035-LE-NOTA UNTIL FIM-NOTAS.

            IF WS-TEM-GRUPO
                PERFORM P050-FECHA-GRUPO
            END-IF.

            IF WS-ALUNO-EM-ALERTA
                ADD 1 TO WS-TUR-ALU-ALERTA
                ADD 1 TO WS-TOT-ALU-ALERTA
            END-IF.

       P035-LE-NOTA.
            READ ALUNOS-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-NOTAS
            END-READ.

            IF NOT FIM-NOTAS
                IF REG-MATRICULA NOT = MATR-MATRICULA
                    MOVE 'S' TO WS-EOF-NOTAS
                ELSE
                    IF REG-ANO-LETIVO = WS-ANO-ALERTA
                        PERFORM P040-TRATA-REGISTRO
                    END-IF
                END-IF
            END-IF.

       P040-TRATA-REGISTRO.
            IF WS-TEM-GRUPO
                IF REG-MATERIA NOT = WS-GRP-MATERIA
                    PERFORM P050-FECHA-GRUPO
                    PERFORM P042-ABRE-GRUPO
                END-IF
            ELSE
                PERFORM P042-ABRE-GRUPO
            END-IF.

            PERFORM P045-ACUMULA-BIMESTRE.

       P042-ABRE-GRUPO.
            SET WS-TEM-GRUPO TO TRUE.
            MOVE REG-MATRICULA TO WS-GRP-MATRICULA.
            MOVE REG-MATERIA   TO WS-GRP-MATERIA.
            MOVE MATR-NOME     TO WS-GRP-NOME.
            MOVE ZERO          TO WS-GRP-QTD.
            MOVE ZERO          TO WS-GRP-SOMA.
            MOVE ZERO          TO WS-GRP-AULAS.
            MOVE ZERO          TO WS-GRP-FALTAS.
            MOVE ZERO          TO WS-GRP-ULT-BIM.
            MOVE ZERO          TO WS-GRP-ULT-FREQ.

       P045-ACUMULA-BIMESTRE.
            IF REG-BIMESTRE > 0 AND REG-BIMESTRE < 5
                ADD 1               TO WS-GRP-QTD
                ADD REG-MEDIA       TO WS-GRP-SOMA
                ADD REG-AULAS-DADAS TO WS-GRP-AULAS
                ADD REG-FALTAS      TO WS-GRP-FALTAS
                IF REG-BIMESTRE > WS-GRP-ULT-BIM
                    MOVE REG-BIMESTRE   TO WS-GRP-ULT-BIM
                    MOVE REG-FREQUENCIA TO WS-GRP-ULT-FREQ
                END-IF
            END-IF.

       P050-FECHA-GRUPO.
            MOVE 'N' TO WS-SW-GRUPO.

            IF WS-GRP-QTD > ZERO
                PERFORM P055-BUSCA-CORTE
                PERFORM P060-CALCULA-NECESSIDADE
                PERFORM P065-CALCULA-FREQUENCIA
                IF WS-ALERTA-NOTA NOT = SPACE
                 OR WS-ALERTA-FREQ NOT = SPACE
                    SET WS-ALUNO-EM-ALERTA TO TRUE
                    PERFORM P070-IMPRIME-ALERTA
                    PERFORM P075-GRAVA-CARTA
                END-IF
            END-IF.

       P055-BUSCA-CORTE.
            MOVE 7 TO WS-CORTE.

            IF WS-PARM-ABERTO
                MOVE WS-GRP-MATERIA TO PARM-MATERIA
                READ PARM-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PARM-CORTE TO WS-CORTE
                END-READ
            END-IF.

      *    O MODULO2ENC aprova quem fecha a soma dos quatro bimestres
      *    em 4 x corte; a media necessaria e o que falta dividido
      *    pelos bimestres ainda nao lancados.
       P060-CALCULA-NECESSIDADE.
            MOVE SPACE TO WS-ALERTA-NOTA.
            COMPUTE WS-MEDIA-ATUAL ROUNDED = WS-GRP-SOMA / WS-GRP-QTD.

            IF WS-GRP-QTD < 4
                COMPUTE WS-RESTANTES = 4 - WS-GRP-QTD
                COMPUTE WS-NECESSARIA ROUNDED =
                        (WS-CORTE * 4 - WS-GRP-SOMA) / WS-RESTANTES
                    ON SIZE ERROR MOVE 99.9 TO WS-NECESSARIA
                END-COMPUTE
                IF WS-NECESSARIA < ZERO
                    MOVE ZERO TO WS-NECESSARIA
                END-IF
                IF WS-NECESSARIA > 10
                    MOVE 'I' TO WS-ALERTA-NOTA
                    ADD 1 TO WS-TOT-ALR-NOTA
                ELSE
                IF WS-NECESSARIA > WS-NIVEL-ALERTA
                    MOVE 'A' TO WS-ALERTA-NOTA
                    ADD 1 TO WS-TOT-ALR-NOTA
                END-IF
                END-IF
            ELSE
                MOVE ZERO TO WS-RESTANTES
                MOVE ZERO TO WS-NECESSARIA
                IF WS-GRP-SOMA < WS-CORTE * 4
                    MOVE 'I' TO WS-ALERTA-NOTA
                    ADD 1 TO WS-TOT-ALR-NOTA
                END-IF
            END-IF.

       P065-CALCULA-FREQUENCIA.
            MOVE SPACE TO WS-ALERTA-FREQ.

            IF WS-GRP-AULAS = ZERO
                MOVE 100 TO WS-FREQ-ACUM
            ELSE
                COMPUTE WS-FREQ-ACUM =
                        (WS-GRP-AULAS - WS-GRP-FALTAS) * 100
                        / WS-GRP-AULAS
                    ON SIZE ERROR MOVE ZERO TO WS-FREQ-ACUM
                END-COMPUTE
            END-IF.

            IF WS-FREQ-ACUM < WS-FREQ-MINIMA
                MOVE 'B' TO WS-ALERTA-FREQ
                ADD 1 TO WS-TOT-ALR-FREQ
            ELSE
            IF WS-GRP-ULT-FREQ < WS-FREQ-MINIMA
                MOVE 'Q' TO WS-ALERTA-FREQ
                ADD 1 TO WS-TOT-ALR-FREQ
            END-IF
            END-IF.

       P070-IMPRIME-ALERTA.
            MOVE WS-GRP-MATRICULA TO ALR-MATRICULA.
            MOVE WS-GRP-NOME      TO ALR-NOME.
            MOVE WS-GRP-MATERIA   TO ALR-MATERIA.
            MOVE WS-GRP-QTD       TO ALR-BIM-LANCADOS.
            MOVE WS-MEDIA-ATUAL   TO ALR-MEDIA.
            MOVE WS-NECESSARIA    TO ALR-NECESSARIA.
            MOVE WS-FREQ-ACUM     TO ALR-FREQUENCIA.

            EVALUATE WS-ALERTA-NOTA
               WHEN 'I'
                   MOVE 'INALCANC.'  TO ALR-TXT-NOTA
               WHEN 'A'
                   MOVE 'ACIMA NIV.' TO ALR-TXT-NOTA
               WHEN OTHER
                   MOVE SPACES       TO ALR-TXT-NOTA
            END-EVALUATE.

            EVALUATE WS-ALERTA-FREQ
               WHEN 'B'
                   MOVE 'FREQ < 75%' TO ALR-TXT-FREQ
               WHEN 'Q'
                   MOVE 'FREQ QUEDA' TO ALR-TXT-FREQ
               WHEN OTHER
                   MOVE SPACES       TO ALR-TXT-FREQ
            END-EVALUATE.

            WRITE REG-ALERTA FROM WS-LINHA-ALERTA.

       P075-GRAVA-CARTA.
            MOVE WS-GRP-MATRICULA TO CAR-MATRICULA.
            MOVE WS-GRP-NOME      TO CAR-NOME.
            MOVE WS-TURMA-ATUAL   TO CAR-TURMA.
            MOVE WS-ANO-ALERTA    TO CAR-ANO-LETIVO.
            MOVE WS-GRP-QTD       TO CAR-BIM-LANCADOS.
            MOVE WS-GRP-MATERIA   TO CAR-MATERIA.
            MOVE WS-MEDIA-ATUAL   TO CAR-MEDIA-ATUAL.
            MOVE WS-CORTE         TO CAR-CORTE.
            MOVE WS-NECESSARIA    TO CAR-MEDIA-NECESSARIA.
            MOVE WS-FREQ-ACUM     TO CAR-FREQUENCIA.
            MOVE WS-ALERTA-NOTA   TO CAR-ALERTA-NOTA.
            MOVE WS-ALERTA-FREQ   TO CAR-ALERTA-FREQ.
            MOVE WS-DATA-HOJE     TO CAR-DATA-EMISSAO.

            WRITE REG-CARTA.
            ADD 1 TO WS-TOT-CARTAS.

       P080-IMPRIME-TOTAIS.
            MOVE WS-TOT-TURMAS     TO TOT-TURMAS.
            MOVE WS-TOT-ALUNOS     TO TOT-ALUNOS.
            MOVE WS-TOT-ALU-ALERTA TO TOT-ALU-ALERTA.
            MOVE WS-TOT-ALR-NOTA   TO TOT-ALR-NOTA.
            MOVE WS-TOT-ALR-FREQ   TO TOT-ALR-FREQ.
            MOVE WS-TOT-CARTAS     TO TOT-CARTAS.

            WRITE REG-ALERTA FROM WS-LINHA-BRANCO.
            WRITE REG-ALERTA FROM WS-LINHA-TOT-1.
            WRITE REG-ALERTA FROM WS-LINHA-TOT-2.

       P999-FECHA-ARQUIVOS.
            CLOSE ALUNOS-FILE.
            CLOSE MATRICUL-FILE.
            CLOSE PARM-FILE.
            CLOSE ALERTA-FILE.
            CLOSE CARTAS-FILE.

       P990-TERMINA.
            IF WS-EH-DRIVER
                MOVE WS-RESULTADO-PASSO TO DRV-RESULTADO
                GOBACK
            ELSE
                STOP RUN
            END-IF.

       END PROGRAM MODULO2ALR.
