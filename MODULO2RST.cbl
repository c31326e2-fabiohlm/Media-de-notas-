      *          para a mais recente), e por fim o TRLOG vivo,
      *          aplicando cada linha sobre o ALUNOS recriado - a
      *          ultima imagem de cada matricula/materia/ano/bimestre
      *          prevalece.  Os anos letivos retirados do cadastro
      *          pelo expurgo (MODULO2EXG, registrados no EXPURGO) nao
      *          voltam com as linhas de log; se o operador pedir a
      *          restauracao, eles sao recarregados por ultimo a
      *          partir das geracoes de arquivo morto do expurgo.
      *          Cada geracao e conferida pelo rodape antes de
      *          qualquer linha de log ser aplicada: o ano de geracao
      *          ausente ou que nao confere continua expurgado (as
      *          suas linhas de log sao desprezadas).  Os anos de
      *          geracao conferida saem do EXPURGO, ja que voltaram
      *          ao cadastro, e a retirada e listada no RSTREL.  O
      *          relatorio mostra os registros reconstruidos por ano
      *          letivo e as linhas de log que nao puderam ser
      *          aplicadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ARQ-STATUS.

           SELECT EXPURGO-FILE ASSIGN TO "EXPURGO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXC-STATUS.

           SELECT ARQALU-FILE ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXG-STATUS.

           SELECT EXPTMP-FILE ASSIGN TO "EXPTMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TMP-STATUS.

           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
       01  REG-ARQLOG.
           COPY LOGREG REPLACING LEADING ==LOG-== BY ==ALG-==.

       FD  EXPURGO-FILE.
       01  REG-EXPURGO.
           COPY EXGCTLRG.

       FD  ARQALU-FILE.
       01  REG-ARQALU.
           COPY EXGREG.

       FD  EXPTMP-FILE.
       01  REG-EXPTMP                PIC X(57).

       FD  ALUNOS-FILE.
       01  REG-ALUNO.
           COPY ALUNOREG.
       01 WS-ARQ-STATUS      PIC X(2)  VALUE SPACES.
           88 ARQ-OK             VALUE '00'.

       01 WS-EXC-STATUS      PIC X(2)  VALUE SPACES.
           88 EXC-OK             VALUE '00'.

       01 WS-EXG-STATUS      PIC X(2)  VALUE SPACES.
           88 EXG-OK             VALUE '00'.

       01 WS-TMP-STATUS      PIC X(2)  VALUE SPACES.
           88 TMP-OK             VALUE '00'.

       01 WS-ALU-STATUS      PIC X(2)  VALUE SPACES.
           88 ALU-OK             VALUE '00'.
           88 ALU-NAO-ENCONTRADO  VALUE '23', '35'.
       01 WS-EOF-GERACOES    PIC X(1)  VALUE 'N'.
           88 FIM-GERACOES       VALUE 'S'.

       01 WS-EOF-EXPURGO     PIC X(1)  VALUE 'N'.
           88 FIM-EXPURGO        VALUE 'S'.

       01 WS-EOF-EXG         PIC X(1)  VALUE 'N'.
           88 FIM-EXG            VALUE 'S'.

       01 WS-EOF-TMP         PIC X(1)  VALUE 'N'.
           88 FIM-TMP            VALUE 'S'.

       01 WS-SW-RODAPE       PIC X(1)  VALUE 'N'.
           88 WS-RODAPE-CONFERE  VALUE 'S'.

       01 WS-SW-RESTAURADO   PIC X(1)  VALUE 'N'.
           88 WS-ANO-RESTAURADO  VALUE 'S'.

       01 WS-SW-RESTAURA     PIC X(1)  VALUE 'N'.
           88 WS-RESTAURA-EXPURGO VALUE 'S'.

       01 WS-SW-EXPURGADO    PIC X(1)  VALUE 'N'.
           88 WS-ANO-EXPURGADO   VALUE 'S'.

       01 WS-SW-CONFIRMA     PIC X(1)  VALUE 'N'.
           88 WS-CONFIRMADO      VALUE 'S'.

       01 WS-REG-TRLOG.
           COPY LOGREG REPLACING LEADING ==LOG-== BY ==WLG-==.

      *    Anos letivos expurgados e a geracao de cada um, lidos do
      *    EXPURGO.
       01 WS-QTD-EXPURGO     PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX-EXP         PIC 9(2) COMP VALUE ZERO.

       01 WS-TAB-EXPURGO.
           03 WS-EXP-ITEM OCCURS 50 TIMES.
               05 WS-EXP-ANO         PIC 9(4).
               05 WS-EXP-GERACAO     PIC X(30).
               05 WS-EXP-SW-CONFERIDO PIC X(1).
                   88 WS-EXP-CONFERIDO   VALUE 'S'.
               05 WS-EXP-SW-RESTAURADO PIC X(1).
                   88 WS-EXP-RESTAURADO  VALUE 'S'.

       01 WS-IDX-MARCA       PIC 9(2) COMP VALUE ZERO.

       01 WS-QTD-RESTAURADOS PIC 9(2) COMP VALUE ZERO.
       01 WS-QTD-RETIRADOS   PIC 9(2) COMP VALUE ZERO.

       01 WS-ULTIMA-GERACAO  PIC X(30) VALUE SPACES.
       01 WS-ANO-ACUMULA     PIC 9(4)  VALUE ZEROS.

       01 WS-QTD-ANOS        PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX-ACHOU       PIC 9(2) COMP VALUE ZERO.
           03 WS-QTD-INCLUIDOS   PIC 9(7) COMP VALUE ZERO.
           03 WS-QTD-ATUALIZADOS PIC 9(7) COMP VALUE ZERO.
           03 WS-QTD-NAO-APLIC   PIC 9(7) COMP VALUE ZERO.
           03 WS-QTD-EXPURGADAS  PIC 9(7) COMP VALUE ZERO.

       01 WS-CONTROLE.
           COPY CTLREG.
           03 TOT-NAO-APLIC      PIC ZZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.

       01 WS-LINHA-EXPURGO.
           03 FILLER             PIC X(40)
                     VALUE 'LINHAS DE ANOS EXPURGADOS NAO APLICADAS:'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 TOT-EXPURGADAS     PIC ZZZZZZ9.
           03 FILLER             PIC X(32) VALUE SPACES.

       01 WS-LINHA-RODAPE-EXG.
           03 FILLER             PIC X(24)
                     VALUE '*** RODAPE NAO CONFERE: '.
           03 ROD-NOME           PIC X(30).
           03 FILLER             PIC X(26)
                     VALUE ' - ANOS MANTIDOS EXPURGO'.

       01 WS-LINHA-SEM-GERACAO.
           03 FILLER             PIC X(28)
                     VALUE '*** GERACAO NAO ENCONTRADA: '.
           03 SGE-NOME           PIC X(30).
           03 FILLER             PIC X(22)
                     VALUE ' - ANOS MANTIDOS EXP.'.

       01 WS-LINHA-REFAZER.
           03 FILLER             PIC X(22)
                     VALUE '*** GERACAO ALTERADA: '.
           03 REF-NOME           PIC X(30).
           03 FILLER             PIC X(28)
                     VALUE ' - REFAZER A RECONSTRUCAO'.

       01 WS-TIT-RETIRADOS.
           03 FILLER             PIC X(40)
                     VALUE '*** ANOS RESTAURADOS E RETIRADOS DO EXP'.
           03 FILLER             PIC X(40) VALUE 'URGO ***'.

       01 WS-LINHA-RETIRADO.
           03 FILLER             PIC X(12) VALUE 'ANO LETIVO:'.
           03 RET-ANO            PIC 9(04).
           03 FILLER             PIC X(11) VALUE '  GERACAO:'.
           03 RET-GERACAO        PIC X(30).
           03 FILLER             PIC X(10) VALUE '  EM:'.
           03 RET-DATA           PIC 9999/99/99.
           03 FILLER             PIC X(03) VALUE SPACES.

       01 WS-LINHA-BRANCO        PIC X(80) VALUE SPACES.

       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.
       01 WS-QTD-FONTE       PIC 9(7) COMP VALUE ZERO.
       01 WS-HASH-FONTE      PIC 9(7)V9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P003-CONFIRMA-RECONSTRUCAO.

            PERFORM P004-CARREGA-EXPURGO.

            MOVE 'I'          TO CTL-FUNCAO.
            MOVE 'MODULO2RST' TO CTL-JOB.
            CALL "MODULO2CTL"                  USING WS-CONTROLE.

            PERFORM P008-IMPRIME-CABECALHO.

            IF WS-RESTAURA-EXPURGO
                PERFORM P010-CONFERE-EXPURGOS
                    VARYING WS-IDX-EXP FROM 1 BY 1
                    UNTIL WS-IDX-EXP > WS-QTD-EXPURGO
                MOVE SPACES TO WS-ULTIMA-GERACAO
            END-IF.

            PERFORM P020-PESQUISA-GERACOES UNTIL FIM-GERACOES.

            PERFORM P030-APLICA-TRLOG-VIVO.

            IF WS-RESTAURA-EXPURGO
                PERFORM P040-APLICA-EXPURGOS
                    VARYING WS-IDX-EXP FROM 1 BY 1
                    UNTIL WS-IDX-EXP > WS-QTD-EXPURGO
                IF WS-QTD-RESTAURADOS > ZERO
                    PERFORM P070-ATUALIZA-EXPURGO
                END-IF
            END-IF.

            PERFORM P080-IMPRIME-TOTAIS.

            PERFORM P999-FECHA-ARQUIVOS.
                STOP RUN
            END-IF.

      *    Sem a restauracao, as linhas de log dos anos expurgados
      *    sao desprezadas, para a reconstrucao nao desfazer o
      *    expurgo.
       P004-CARREGA-EXPURGO.
            OPEN INPUT EXPURGO-FILE.
            IF EXC-OK
                PERFORM P004A-LE-EXPURGO
                PERFORM P004B-GUARDA-EXPURGO UNTIL FIM-EXPURGO
                CLOSE EXPURGO-FILE
            END-IF.

            IF WS-QTD-EXPURGO > ZERO
                DISPLAY 'ANOS LETIVOS EXPURGADOS DO CADASTRO:'
                PERFORM P004C-MOSTRA-EXPURGO
                    VARYING WS-IDX-EXP FROM 1 BY 1
                    UNTIL WS-IDX-EXP > WS-QTD-EXPURGO
                DISPLAY 'RESTAURAR ESTES ANOS A PARTIR DAS GERACOES '
                        'DO EXPURGO (S/N)? '
                ACCEPT WS-SW-RESTAURA
            END-IF.

       P004A-LE-EXPURGO.
            READ EXPURGO-FILE
                AT END MOVE 'S' TO WS-EOF-EXPURGO
            END-READ.

       P004B-GUARDA-EXPURGO.
            IF WS-QTD-EXPURGO < 50
                ADD 1 TO WS-QTD-EXPURGO
                MOVE EXC-ANO-LETIVO TO WS-EXP-ANO(WS-QTD-EXPURGO)
                MOVE EXC-GERACAO    TO WS-EXP-GERACAO(WS-QTD-EXPURGO)
                MOVE 'N' TO WS-EXP-SW-CONFERIDO(WS-QTD-EXPURGO)
                MOVE 'N' TO WS-EXP-SW-RESTAURADO(WS-QTD-EXPURGO)
            ELSE
                DISPLAY '*** LIMITE DE 50 ANOS NO EXPURGO - ANO '
                        'IGNORADO: ' EXC-ANO-LETIVO
            END-IF.

            PERFORM P004A-LE-EXPURGO.

       P004C-MOSTRA-EXPURGO.
            DISPLAY '   ' WS-EXP-ANO(WS-IDX-EXP) ' - GERACAO '
                    WS-EXP-GERACAO(WS-IDX-EXP).

       P005-ABRE-ARQUIVOS.
            OPEN OUTPUT ALUNOS-FILE.
            IF NOT ALU-OK
            WRITE REG-RSTREL FROM WS-CAB-2.
            WRITE REG-RSTREL FROM WS-LINHA-BRANCO.

      *    Antes de aplicar o log, cada geracao do expurgo e lida e
      *    conferida pelo rodape.  So os anos de geracao conferida
      *    recebem as linhas de log e sao restaurados; os demais
      *    continuam expurgados.
       P010-CONFERE-EXPURGOS.
            IF WS-EXP-GERACAO(WS-IDX-EXP) NOT = WS-ULTIMA-GERACAO
                MOVE WS-EXP-GERACAO(WS-IDX-EXP) TO WS-ULTIMA-GERACAO
                PERFORM P012-CONFERE-GERACAO-EXG
            END-IF.

       P012-CONFERE-GERACAO-EXG.
            MOVE 'N'  TO WS-EOF-EXG.
            MOVE 'N'  TO WS-SW-RODAPE.
            MOVE ZERO TO WS-QTD-FONTE.
            MOVE ZERO TO WS-HASH-FONTE.
            MOVE WS-ULTIMA-GERACAO TO WS-NOME-GERACAO.

            OPEN INPUT ARQALU-FILE.
            IF NOT EXG-OK
                DISPLAY '*** GERACAO DO EXPURGO NAO ENCONTRADA: '
                        WS-NOME-GERACAO ' - ANOS MANTIDOS NO EXPURGO'
                MOVE WS-NOME-GERACAO TO SGE-NOME
                WRITE REG-RSTREL FROM WS-LINHA-SEM-GERACAO
            ELSE
                PERFORM P044-LE-ARQALU
                PERFORM P014-SOMA-ARQALU UNTIL FIM-EXG
                CLOSE ARQALU-FILE
                IF WS-RODAPE-CONFERE
                    PERFORM P016-MARCA-CONFERIDO
                        VARYING WS-IDX-MARCA FROM 1 BY 1
                        UNTIL WS-IDX-MARCA > WS-QTD-EXPURGO
                ELSE
                    DISPLAY '*** RODAPE DA GERACAO '
                            WS-NOME-GERACAO ' NAO CONFERE - ANOS '
                            'MANTIDOS NO EXPURGO ***'
                    MOVE WS-NOME-GERACAO TO ROD-NOME
                    WRITE REG-RSTREL FROM WS-LINHA-RODAPE-EXG
                END-IF
            END-IF.

       P014-SOMA-ARQALU.
            EVALUATE TRUE
               WHEN EXG-DETALHE
                   ADD 1 TO WS-QTD-FONTE
                   MOVE EXG-DADOS TO REG-ALUNO
                   ADD REG-MEDIA  TO WS-HASH-FONTE
               WHEN EXG-RODAPE
                   IF EXG-T-QTD-REG = WS-QTD-FONTE
                    AND EXG-T-HASH-MEDIAS = WS-HASH-FONTE
                       SET WS-RODAPE-CONFERE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
            END-EVALUATE.

            PERFORM P044-LE-ARQALU.

       P016-MARCA-CONFERIDO.
            IF WS-EXP-GERACAO(WS-IDX-MARCA) = WS-ULTIMA-GERACAO
                SET WS-EXP-CONFERIDO(WS-IDX-MARCA) TO TRUE
            END-IF.

       P020-PESQUISA-GERACOES.
            DISPLAY 'GERACAO DE ARQUIVO MORTO A APLICAR, DA MAIS '
                    'ANTIGA PARA A MAIS RECENTE '

            PERFORM P035-LE-TRLOG.

      *    Uma geracao do expurgo pode guardar varios anos; cada uma
      *    e aplicada uma vez so, e so se foi conferida no P010.  A
      *    imagem arquivada prevalece sobre o log, por isso entra
      *    depois do TRLOG vivo.
       P040-APLICA-EXPURGOS.
            IF WS-EXP-CONFERIDO(WS-IDX-EXP)
                IF WS-EXP-GERACAO(WS-IDX-EXP) NOT = WS-ULTIMA-GERACAO
                    MOVE WS-EXP-GERACAO(WS-IDX-EXP)
                      TO WS-ULTIMA-GERACAO
                    PERFORM P042-APLICA-GERACAO-EXG
                END-IF
            END-IF.

       P042-APLICA-GERACAO-EXG.
            MOVE 'N'  TO WS-EOF-EXG.
            MOVE 'N'  TO WS-SW-RODAPE.
            MOVE ZERO TO WS-QTD-FONTE.
            MOVE ZERO TO WS-HASH-FONTE.
            MOVE WS-ULTIMA-GERACAO TO WS-NOME-GERACAO.

            OPEN INPUT ARQALU-FILE.
            IF NOT EXG-OK
                DISPLAY '*** GERACAO DO EXPURGO NAO ENCONTRADA: '
                        WS-NOME-GERACAO ' - REFAZER A RECONSTRUCAO'
                MOVE WS-NOME-GERACAO TO REF-NOME
                WRITE REG-RSTREL FROM WS-LINHA-REFAZER
            ELSE
                PERFORM P044-LE-ARQALU
                PERFORM P046-CICLO-ARQALU UNTIL FIM-EXG
                CLOSE ARQALU-FILE
                MOVE WS-NOME-GERACAO TO FON-NOME
                MOVE WS-QTD-FONTE    TO FON-LINHAS
                WRITE REG-RSTREL FROM WS-LINHA-FONTE
                IF WS-RODAPE-CONFERE
                    PERFORM P043-MARCA-RESTAURADO
                        VARYING WS-IDX-MARCA FROM 1 BY 1
                        UNTIL WS-IDX-MARCA > WS-QTD-EXPURGO
                ELSE
                    DISPLAY '*** RODAPE DA GERACAO '
                            WS-NOME-GERACAO ' NAO CONFERE - REFAZER '
                            'A RECONSTRUCAO ***'
                    MOVE WS-NOME-GERACAO TO REF-NOME
                    WRITE REG-RSTREL FROM WS-LINHA-REFAZER
                END-IF
            END-IF.

      *    So a geracao conferida pelo rodape tira os seus anos do
      *    EXPURGO; a que mudou desde o P010 fica nele, e o RSTREL
      *    pede nova reconstrucao.
       P043-MARCA-RESTAURADO.
            IF WS-EXP-GERACAO(WS-IDX-MARCA) = WS-ULTIMA-GERACAO
                SET WS-EXP-RESTAURADO(WS-IDX-MARCA) TO TRUE
                ADD 1 TO WS-QTD-RESTAURADOS
            END-IF.

       P044-LE-ARQALU.
            READ ARQALU-FILE
                AT END MOVE 'S' TO WS-EOF-EXG
            END-READ.

       P046-CICLO-ARQALU.
            EVALUATE TRUE
               WHEN EXG-DETALHE
                   ADD 1 TO WS-QTD-LINHAS
                   ADD 1 TO WS-QTD-FONTE
                   MOVE EXG-DADOS TO REG-ALUNO
                   ADD REG-MEDIA  TO WS-HASH-FONTE
                   PERFORM P048-GRAVA-ARQUIVADO
               WHEN EXG-RODAPE
                   IF EXG-T-QTD-REG = WS-QTD-FONTE
                    AND EXG-T-HASH-MEDIAS = WS-HASH-FONTE
                       SET WS-RODAPE-CONFERE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
            END-EVALUATE.

            PERFORM P044-LE-ARQALU.

       P048-GRAVA-ARQUIVADO.
            MOVE REG-ANO-LETIVO TO WS-ANO-ACUMULA.

            WRITE REG-ALUNO
                INVALID KEY
                    PERFORM P049-ATUALIZA-ARQUIVADO
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-INCLUIDOS
                    PERFORM P060-ACUMULA-ANO
            END-WRITE.

       P049-ATUALIZA-ARQUIVADO.
            REWRITE REG-ALUNO
                INVALID KEY
                    ADD 1 TO WS-QTD-NAO-APLIC
                    MOVE REG-ALUNO(1:58) TO NAP-IMAGEM
                    WRITE REG-RSTREL FROM WS-LINHA-NAO-APLIC
                    END-WRITE
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-ATUALIZADOS
            END-REWRITE.

       P050-APLICA-LINHA.
            ADD 1 TO WS-QTD-LINHAS.
            ADD 1 TO WS-QTD-FONTE.
                MOVE WS-REG-TRLOG(1:58) TO NAP-IMAGEM
                WRITE REG-RSTREL FROM WS-LINHA-NAO-APLIC
            ELSE
                PERFORM P053-VERIFICA-EXPURGO
                IF WS-ANO-EXPURGADO
                    ADD 1 TO WS-QTD-EXPURGADAS
                ELSE
                    PERFORM P055-GRAVA-ALUNO
                END-IF
            END-IF.

       P052-VALIDA-LINHA.
            END-IF
            END-IF.

       P053-VERIFICA-EXPURGO.
            MOVE 'N' TO WS-SW-EXPURGADO.

            PERFORM P054-COMPARA-EXPURGO
                VARYING WS-IDX-EXP FROM 1 BY 1
                UNTIL WS-IDX-EXP > WS-QTD-EXPURGO
                   OR WS-ANO-EXPURGADO.

      *    Ano de geracao conferida sera restaurado: a linha de log
      *    e aplicada e depois sobreposta pela imagem arquivada.
       P054-COMPARA-EXPURGO.
            IF WS-EXP-ANO(WS-IDX-EXP) = WLG-ANO-LETIVO
             AND NOT WS-EXP-CONFERIDO(WS-IDX-EXP)
                SET WS-ANO-EXPURGADO TO TRUE
            END-IF.

       P055-GRAVA-ALUNO.
            MOVE WLG-MATRICULA    TO REG-MATRICULA.
            MOVE WLG-MATERIA      TO REG-MATERIA.
                    PERFORM P057-ATUALIZA-ALUNO
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-INCLUIDOS
                    MOVE WLG-ANO-LETIVO TO WS-ANO-ACUMULA
                    PERFORM P060-ACUMULA-ANO
            END-WRITE.

                    ADD 1 TO WS-QTD-ANOS
                    MOVE WS-QTD-ANOS TO WS-IDX-ACHOU
                    INITIALIZE WS-ANO-ITEM(WS-IDX-ACHOU)
                    MOVE WS-ANO-ACUMULA
                      TO WS-ANO-LETIVO(WS-IDX-ACHOU)
                END-IF
            END-IF.
            END-IF.

       P062-PROCURA-ANO.
            IF WS-ANO-LETIVO(WS-IDX) = WS-ANO-ACUMULA
                MOVE WS-IDX TO WS-IDX-ACHOU
            END-IF.

      *    O EXPURGO e regravado sem os anos restaurados: as linhas
      *    mantidas passam pelo EXPTMP e voltam para o EXPURGO.
       P070-ATUALIZA-EXPURGO.
            MOVE 'N' TO WS-EOF-EXPURGO.

            OPEN INPUT EXPURGO-FILE.
            OPEN OUTPUT EXPTMP-FILE.
            IF NOT EXC-OK OR NOT TMP-OK
                DISPLAY '*** ERRO AO ATUALIZAR O EXPURGO: '
                        WS-EXC-STATUS ' ' WS-TMP-STATUS
                        ' - RETIRE OS ANOS RESTAURADOS A MAO ***'
                CLOSE EXPURGO-FILE
                CLOSE EXPTMP-FILE
            ELSE
                WRITE REG-RSTREL FROM WS-LINHA-BRANCO
                WRITE REG-RSTREL FROM WS-TIT-RETIRADOS
                PERFORM P004A-LE-EXPURGO
                PERFORM P072-SEPARA-EXPURGO UNTIL FIM-EXPURGO
                CLOSE EXPURGO-FILE
                CLOSE EXPTMP-FILE
                PERFORM P076-DEVOLVE-EXPURGO
            END-IF.

       P072-SEPARA-EXPURGO.
            MOVE 'N' TO WS-SW-RESTAURADO.

            PERFORM P074-COMPARA-RESTAURADO
                VARYING WS-IDX-EXP FROM 1 BY 1
                UNTIL WS-IDX-EXP > WS-QTD-EXPURGO
                   OR WS-ANO-RESTAURADO.

            IF WS-ANO-RESTAURADO
                ADD 1 TO WS-QTD-RETIRADOS
                MOVE EXC-ANO-LETIVO TO RET-ANO
                MOVE EXC-GERACAO    TO RET-GERACAO
                MOVE EXC-DATA       TO RET-DATA
                WRITE REG-RSTREL FROM WS-LINHA-RETIRADO
            ELSE
                WRITE REG-EXPTMP FROM REG-EXPURGO
            END-IF.

            PERFORM P004A-LE-EXPURGO.

       P074-COMPARA-RESTAURADO.
            IF WS-EXP-RESTAURADO(WS-IDX-EXP)
             AND WS-EXP-ANO(WS-IDX-EXP)     = EXC-ANO-LETIVO
             AND WS-EXP-GERACAO(WS-IDX-EXP) = EXC-GERACAO
                SET WS-ANO-RESTAURADO TO TRUE
            END-IF.

       P076-DEVOLVE-EXPURGO.
            MOVE 'N' TO WS-EOF-TMP.

            OPEN INPUT EXPTMP-FILE.
            OPEN OUTPUT EXPURGO-FILE.
            IF NOT EXC-OK OR NOT TMP-OK
                DISPLAY '*** ERRO AO REGRAVAR O EXPURGO: '
                        WS-EXC-STATUS ' ' WS-TMP-STATUS
                        ' - AS LINHAS MANTIDAS ESTAO NO EXPTMP ***'
                CLOSE EXPTMP-FILE
                CLOSE EXPURGO-FILE
            ELSE
                PERFORM P077-LE-EXPTMP
                PERFORM P078-COPIA-EXPTMP UNTIL FIM-TMP
                CLOSE EXPTMP-FILE
                CLOSE EXPURGO-FILE
                DISPLAY 'ANOS RETIRADOS DO EXPURGO: ' WS-QTD-RETIRADOS
            END-IF.

       P077-LE-EXPTMP.
            READ EXPTMP-FILE
                AT END MOVE 'S' TO WS-EOF-TMP
            END-READ.

       P078-COPIA-EXPTMP.
            WRITE REG-EXPURGO FROM REG-EXPTMP.
            PERFORM P077-LE-EXPTMP.

       P080-IMPRIME-TOTAIS.
            WRITE REG-RSTREL FROM WS-LINHA-BRANCO.

            WRITE REG-RSTREL FROM WS-LINHA-BRANCO.
            WRITE REG-RSTREL FROM WS-LINHA-TOT.

            IF WS-QTD-EXPURGADAS > ZERO
                MOVE WS-QTD-EXPURGADAS TO TOT-EXPURGADAS
                WRITE REG-RSTREL FROM WS-LINHA-EXPURGO
            END-IF.

            DISPLAY 'LINHAS DE LOG LIDAS:      ' WS-QTD-LINHAS.
            DISPLAY 'REGISTROS RECONSTRUIDOS:  ' WS-QTD-INCLUIDOS.
            DISPLAY 'IMAGENS SOBREPOSTAS:      ' WS-QTD-ATUALIZADOS.
            DISPLAY 'LINHAS NAO APLICADAS:     ' WS-QTD-NAO-APLIC.
            DISPLAY 'LINHAS DE ANOS EXPURGADOS:' WS-QTD-EXPURGADAS.

       P082-IMPRIME-ANO.
            MOVE WS-ANO-LETIVO(WS-IDX) TO ANO-DET-ANO.
