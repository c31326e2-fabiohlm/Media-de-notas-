      ******************************************************************
      * Author:
      * Date:
      * Purpose: Expurgo anual do cadastro ALUNOS.  O operador informa
      *          a retencao em anos; os anos letivos ja fechados no
      *          RESFINAL e anteriores ao ano atual menos a retencao
      *          tem os registros bimestrais movidos para a geracao de
      *          arquivo morto cujo nome o operador informa (ex.
      *          ALUNOS.E2026, layout EXGREG, com rodape de
      *          quantidade e somatorio das medias) e depois apagados
      *          do ALUNOS.  A geracao e relida e conferida contra o
      *          rodape antes de qualquer exclusao, e a exclusao e
      *          feita a partir da propria geracao: nenhum registro
      *          sai do cadastro sem estar no arquivo morto.  Cada ano
      *          expurgado fica registrado no EXPURGO (layout
      *          EXGCTLRG), onde o MODULO2HIS e o MODULO2RST localizam
      *          a geracao; o registro e gravado antes da exclusao, e
      *          sem ele nada e excluido.  O relatorio de controle
      *          EXGREL mostra, por ano letivo encontrado no cadastro,
      *          a quantidade arquivada, o somatorio das medias, os
      *          excluidos e a situacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2EXG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY REG-CHAVE
               ALTERNATE RECORD KEY REG-NOME WITH DUPLICATES
               FILE STATUS WS-ALU-STATUS.

           SELECT RESFINAL-FILE ASSIGN TO "RESFINAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FIN-CHAVE
               FILE STATUS WS-FIN-STATUS.

           SELECT ARQALU-FILE ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ARQ-STATUS.

           SELECT EXPURGO-FILE ASSIGN TO "EXPURGO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXC-STATUS.

           SELECT EXGREL-FILE ASSIGN TO "EXGREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-FILE.
       01  REG-ALUNO.
           COPY ALUNOREG.

       FD  RESFINAL-FILE.
       01  REG-RESFINAL.
           COPY FINREG.

       FD  ARQALU-FILE.
       01  REG-ARQALU.
           COPY EXGREG.

       FD  EXPURGO-FILE.
       01  REG-EXPURGO.
           COPY EXGCTLRG.

       FD  EXGREL-FILE.
       01  REG-EXGREL                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-ALU-STATUS      PIC X(2)  VALUE SPACES.
           88 ALU-OK             VALUE '00'.
           88 ALU-NAO-ENCONTRADO  VALUE '23', '35'.

       01 WS-FIN-STATUS      PIC X(2)  VALUE SPACES.
           88 FIN-OK             VALUE '00'.
           88 FIN-NAO-ENCONTRADO  VALUE '23', '35'.

       01 WS-ARQ-STATUS      PIC X(2)  VALUE SPACES.
           88 ARQ-OK             VALUE '00'.
           88 ARQ-NAO-ENCONTRADO  VALUE '35'.

       01 WS-EXC-STATUS      PIC X(2)  VALUE SPACES.
           88 EXC-OK             VALUE '00'.
           88 EXC-NAO-ENCONTRADO  VALUE '35'.

       01 WS-REL-STATUS      PIC X(2)  VALUE SPACES.
           88 REL-OK             VALUE '00'.

       01 WS-EOF-ALUNOS      PIC X(1)  VALUE 'N'.
           88 FIM-ALUNOS         VALUE 'S'.

       01 WS-EOF-RESFINAL    PIC X(1)  VALUE 'N'.
           88 FIM-RESFINAL       VALUE 'S'.

       01 WS-EOF-ARQ         PIC X(1)  VALUE 'N'.
           88 FIM-ARQ            VALUE 'S'.

       01 WS-SW-CONFIRMA     PIC X(1)  VALUE 'N'.
           88 WS-CONFIRMADO      VALUE 'S'.

       01 WS-SW-INICIADO     PIC X(1)  VALUE 'N'.
           88 WS-CTL-INICIADO    VALUE 'S'.

       01 WS-SW-CONFERIDA    PIC X(1)  VALUE 'N'.
           88 WS-GERACAO-CONFERIDA VALUE 'S'.

       01 WS-SW-RODAPE       PIC X(1)  VALUE 'N'.
           88 WS-TEM-RODAPE      VALUE 'S'.

       01 WS-SW-EXPURGO      PIC X(1)  VALUE 'N'.
           88 WS-EXPURGO-REGISTRADO VALUE 'S'.

       01 WS-SW-EXCLUSAO     PIC X(1)  VALUE 'N'.
           88 WS-EXCLUSAO-FEITA  VALUE 'S'.

       01 WS-ENT-RETENCAO    PIC X(2)  VALUE SPACES.
       01 WS-ENT-RETENCAO-N REDEFINES WS-ENT-RETENCAO
                             PIC 9(2).
       01 WS-RETENCAO        PIC 9(2)  VALUE ZERO.

       01 WS-DATA-ATUAL      PIC 9(8)  VALUE ZEROS.
       01 WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL       PIC 9(4).
           03 FILLER             PIC 9(4).
       01 WS-HORA-AGORA      PIC 9(8)  VALUE ZEROS.
       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.
       01 WS-ANO-LIMITE      PIC 9(4)  VALUE ZEROS.

       01 WS-NOME-GERACAO    PIC X(30) VALUE SPACES.

      *    Anos letivos encontrados no cadastro ALUNOS, com a
      *    contagem de cada fase do expurgo.
       01 WS-QTD-ANOS        PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX-ACHOU       PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX-INS         PIC 9(2) COMP VALUE ZERO.
       01 WS-ANO-BUSCA       PIC 9(4)  VALUE ZEROS.

       01 WS-TAB-ANOS.
           03 WS-ANO-ITEM OCCURS 30 TIMES.
               05 WS-ANO-LETIVO      PIC 9(4).
               05 WS-ANO-QTD         PIC 9(7) COMP.
               05 WS-ANO-SW-FECHADO  PIC X(1).
                   88 WS-ANO-FECHADO     VALUE 'S'.
               05 WS-ANO-SW-ELEGIVEL PIC X(1).
                   88 WS-ANO-ELEGIVEL    VALUE 'S'.
               05 WS-ANO-ARQ-QTD     PIC 9(7) COMP.
               05 WS-ANO-ARQ-HASH    PIC 9(7)V9.
               05 WS-ANO-EXCLUIDOS   PIC 9(7) COMP.

       01 WS-ANO-TROCA.
           03 FILLER             PIC 9(4).
           03 FILLER             PIC 9(7) COMP.
           03 FILLER             PIC X(1).
           03 FILLER             PIC X(1).
           03 FILLER             PIC 9(7) COMP.
           03 FILLER             PIC 9(7)V9.
           03 FILLER             PIC 9(7) COMP.

       01 WS-CONTADORES.
           03 WS-QTD-ELEGIVEIS   PIC 9(2) COMP VALUE ZERO.
           03 WS-QTD-ARQUIVADOS  PIC 9(7) COMP VALUE ZERO.
           03 WS-QTD-CONFERIDOS  PIC 9(7) COMP VALUE ZERO.
           03 WS-QTD-EXCLUIDOS   PIC 9(7) COMP VALUE ZERO.
           03 WS-QTD-FALHAS      PIC 9(7) COMP VALUE ZERO.

       01 WS-HASH-ARQUIVO    PIC 9(7)V9 VALUE ZERO.
       01 WS-HASH-CONFERIDO  PIC 9(7)V9 VALUE ZERO.

       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-CAB-1.
           03 FILLER             PIC X(20) VALUE SPACES.
           03 FILLER             PIC X(40)
                     VALUE 'EXPURGO DO CADASTRO ALUNOS'.
           03 FILLER             PIC X(20) VALUE SPACES.

       01 WS-CAB-2.
           03 FILLER             PIC X(10) VALUE 'EMITIDO EM'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CAB-DATA           PIC 99/99/99.
           03 FILLER             PIC X(13) VALUE '   RETENCAO:'.
           03 CAB-RETENCAO       PIC Z9.
           03 FILLER             PIC X(06) VALUE ' ANOS'.
           03 FILLER             PIC X(10) VALUE '  GERACAO:'.
           03 CAB-GERACAO        PIC X(30).

       01 WS-CAB-3.
           03 FILLER             PIC X(05) VALUE ' ANO'.
           03 FILLER             PIC X(10) VALUE ' REGISTROS'.
           03 FILLER             PIC X(12) VALUE ' HASH MEDIAS'.
           03 FILLER             PIC X(10) VALUE ' EXCLUIDOS'.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(30) VALUE 'SITUACAO'.
           03 FILLER             PIC X(10) VALUE SPACES.

       01 WS-LINHA-ANO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 ANO-DET-ANO        PIC 9(04).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 ANO-DET-QTD        PIC ZZZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 ANO-DET-HASH       PIC ZZZZZZ9.9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 ANO-DET-EXCL       PIC ZZZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 ANO-DET-SITUACAO   PIC X(30).
           03 FILLER             PIC X(10) VALUE SPACES.

       01 WS-LINHA-CONFERE.
           03 FILLER             PIC X(32)
                     VALUE 'CONFERENCIA DA GERACAO - LIDOS:'.
           03 CNF-QTD            PIC ZZZZZZ9.
           03 FILLER             PIC X(08) VALUE '  HASH:'.
           03 CNF-HASH           PIC ZZZZZZ9.9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 CNF-RESULTADO      PIC X(21).

       01 WS-LINHA-TOT.
           03 FILLER             PIC X(12) VALUE 'ARQUIVADOS:'.
           03 TOT-ARQUIVADOS     PIC ZZZZZZ9.
           03 FILLER             PIC X(08) VALUE '  HASH:'.
           03 TOT-HASH           PIC ZZZZZZ9.9.
           03 FILLER             PIC X(13) VALUE '  EXCLUIDOS:'.
           03 TOT-EXCLUIDOS      PIC ZZZZZZ9.
           03 FILLER             PIC X(10) VALUE '  FALHAS:'.
           03 TOT-FALHAS         PIC ZZZZZZ9.
           03 FILLER             PIC X(07) VALUE SPACES.

       01 WS-LINHA-NENHUM.
           03 FILLER             PIC X(40)
                     VALUE '*** NENHUM ANO A EXPURGAR ***'.
           03 FILLER             PIC X(40) VALUE SPACES.

       01 WS-LINHA-NAO-CONF.
           03 FILLER             PIC X(40)
                     VALUE '*** GERACAO NAO CONFERE - NENHUM REGIST'.
           03 FILLER             PIC X(40)
                     VALUE 'RO EXCLUIDO DO ALUNOS ***'.

       01 WS-LINHA-SEM-CTL.
           03 FILLER             PIC X(40)
                     VALUE '*** EXPURGO NAO REGISTRADO - NENHUM REGI'.
           03 FILLER             PIC X(40)
                     VALUE 'STRO EXCLUIDO DO ALUNOS ***'.

       01 WS-LINHA-NAO-RELIDA.
           03 FILLER             PIC X(40)
                     VALUE '*** GERACAO NAO REABERTA - NENHUM REGIST'.
           03 FILLER             PIC X(40)
                     VALUE 'RO EXCLUIDO DO ALUNOS ***'.

       01 WS-LINHA-BRANCO        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '***** MODULO2EXG - EXPURGO DO CADASTRO ALUNOS *'.

            PERFORM P002-VERIFICA-EXECUCAO.

            PERFORM P003-ACEITA-RETENCAO
                UNTIL WS-RETENCAO > ZERO.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P006-LEVANTA-ANOS.

            PERFORM P007-MARCA-FECHADOS.

            PERFORM P009-MARCA-ELEGIVEIS
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-ANOS.

            IF WS-QTD-ELEGIVEIS = ZERO
                DISPLAY 'NENHUM ANO FECHADO ANTERIOR A '
                        WS-ANO-LIMITE ' NO CADASTRO ALUNOS'
                PERFORM P008-IMPRIME-CABECALHO
                WRITE REG-EXGREL FROM WS-LINHA-NENHUM
                PERFORM P080-IMPRIME-ANOS
                PERFORM P999-FECHA-ARQUIVOS
                DISPLAY 'PROGRAMA ENCERRADO'
                STOP RUN
            END-IF.

            PERFORM P004-ACEITA-GERACAO
                UNTIL WS-NOME-GERACAO NOT = SPACES.

            PERFORM P011-CONFIRMA-EXPURGO.

            MOVE 'I'          TO CTL-FUNCAO.
            MOVE 'MODULO2EXG' TO CTL-JOB.
            CALL "MODULO2CTL"                  USING WS-CONTROLE.
            SET WS-CTL-INICIADO TO TRUE.

            PERFORM P008-IMPRIME-CABECALHO.

            PERFORM P010-GRAVA-GERACAO.

            PERFORM P030-CONFERE-GERACAO.

      *    O EXPURGO e gravado antes da exclusao: um ano so sai do
      *    ALUNOS depois de localizavel pelo MODULO2HIS e MODULO2RST.
            IF WS-GERACAO-CONFERIDA
                PERFORM P050-GRAVA-EXPURGO
                IF WS-EXPURGO-REGISTRADO
                    PERFORM P040-EXCLUI-ALUNOS
                ELSE
                    WRITE REG-EXGREL FROM WS-LINHA-SEM-CTL
                    DISPLAY '*** EXPURGO NAO REGISTRADO - '
                            'EXPURGO NAO APLICADO ***'
                END-IF
            ELSE
                WRITE REG-EXGREL FROM WS-LINHA-NAO-CONF
                DISPLAY '*** GERACAO ' WS-NOME-GERACAO
                        ' NAO CONFERE - EXPURGO NAO APLICADO ***'
            END-IF.

            PERFORM P080-IMPRIME-ANOS.

            PERFORM P085-IMPRIME-TOTAIS.

            PERFORM P999-FECHA-ARQUIVOS.

            MOVE 'E'          TO CTL-FUNCAO.
            MOVE 'MODULO2EXG' TO CTL-JOB.
            CALL "MODULO2CTL"                  USING WS-CONTROLE.

            DISPLAY 'REGISTROS ARQUIVADOS EM ' WS-NOME-GERACAO ': '
                    WS-QTD-ARQUIVADOS.
            DISPLAY 'REGISTROS EXCLUIDOS DO ALUNOS: '
                    WS-QTD-EXCLUIDOS.
            DISPLAY 'FALHAS NA EXCLUSAO: ' WS-QTD-FALHAS.

            DISPLAY 'PROGRAMA ENCERRADO'.
            STOP RUN.

       P002-VERIFICA-EXECUCAO.
            MOVE 'V' TO CTL-FUNCAO.
            CALL "MODULO2CTL"                  USING WS-CONTROLE.

            IF CTL-OCUPADO
                DISPLAY '*** EXECUCAO ATIVA SOBRE O CADASTRO: '
                        CTL-JOB-ATIVO ' DESDE ' CTL-DATA-ATIVA
                        ' ' CTL-HORA-ATIVA ' ***'
                DISPLAY '*** AGUARDE O FIM DO LOTE E TENTE '
                        'NOVAMENTE ***'
                STOP RUN
            END-IF.

       P003-ACEITA-RETENCAO.
            DISPLAY 'RETENCAO EM ANOS (01 A 20) - FICAM NO CADASTRO '
                    'O ANO ATUAL E OS ANTERIORES DENTRO DELA: '.
            ACCEPT WS-ENT-RETENCAO.

            IF WS-ENT-RETENCAO-N NUMERIC
             AND WS-ENT-RETENCAO-N > ZERO
             AND WS-ENT-RETENCAO-N NOT > 20
                MOVE WS-ENT-RETENCAO-N TO WS-RETENCAO
                ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
                COMPUTE WS-ANO-LIMITE = WS-ANO-ATUAL - WS-RETENCAO
                DISPLAY 'SERAO EXPURGADOS OS ANOS FECHADOS ANTERIORES '
                        'A ' WS-ANO-LIMITE
            ELSE
                DISPLAY '*** RETENCAO INVALIDA ***'
            END-IF.

       P004-ACEITA-GERACAO.
            DISPLAY 'DIGITE O NOME DA GERACAO DE ARQUIVO MORTO '
                    '(EX. ALUNOS.E2026): '.
            ACCEPT WS-NOME-GERACAO.

            IF WS-NOME-GERACAO = SPACES
                DISPLAY '*** NOME OBRIGATORIO ***'
            ELSE
                OPEN INPUT ARQALU-FILE
                IF ARQ-OK
                    CLOSE ARQALU-FILE
                    DISPLAY '*** GERACAO JA EXISTE - INFORME OUTRO '
                            'NOME ***'
                    MOVE SPACES TO WS-NOME-GERACAO
                END-IF
            END-IF.

       P005-ABRE-ARQUIVOS.
            OPEN I-O ALUNOS-FILE.
            IF NOT ALU-OK
                DISPLAY '*** ERRO AO ABRIR CADASTRO DE ALUNOS: '
                        WS-ALU-STATUS
                STOP RUN
            END-IF.

            OPEN INPUT RESFINAL-FILE.
            IF NOT FIN-OK
                DISPLAY '*** ERRO AO ABRIR O RESULTADO FINAL: '
                        WS-FIN-STATUS
                CLOSE ALUNOS-FILE
                STOP RUN
            END-IF.

            OPEN OUTPUT EXGREL-FILE.
            IF NOT REL-OK
                DISPLAY '*** ERRO AO ABRIR RELATORIO EXGREL: '
                        WS-REL-STATUS
                CLOSE ALUNOS-FILE
                CLOSE RESFINAL-FILE
                STOP RUN
            END-IF.

       P006-LEVANTA-ANOS.
            MOVE 'N' TO WS-EOF-ALUNOS.
            MOVE LOW-VALUES TO REG-CHAVE.

            START ALUNOS-FILE KEY IS NOT LESS REG-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-ALUNOS
            END-START.

            PERFORM P006A-LE-ALUNOS.
            PERFORM P006B-CONTA-ANO UNTIL FIM-ALUNOS.

       P006A-LE-ALUNOS.
            IF NOT FIM-ALUNOS
                READ ALUNOS-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-EOF-ALUNOS
                END-READ
            END-IF.

       P006B-CONTA-ANO.
            MOVE REG-ANO-LETIVO TO WS-ANO-BUSCA.
            PERFORM P060-BUSCA-ANO.

            IF WS-IDX-ACHOU = ZERO
                IF WS-QTD-ANOS < 30
                    ADD 1 TO WS-QTD-ANOS
                    MOVE WS-QTD-ANOS TO WS-IDX-ACHOU
                    INITIALIZE WS-ANO-ITEM(WS-IDX-ACHOU)
                    MOVE REG-ANO-LETIVO
                      TO WS-ANO-LETIVO(WS-IDX-ACHOU)
                    MOVE 'N' TO WS-ANO-SW-FECHADO(WS-IDX-ACHOU)
                    MOVE 'N' TO WS-ANO-SW-ELEGIVEL(WS-IDX-ACHOU)
                    PERFORM P062-ORDENA-ANOS
                ELSE
                    DISPLAY '*** LIMITE DE 30 ANOS LETIVOS - ANO '
                            'MANTIDO NO CADASTRO: ' REG-ANO-LETIVO
                END-IF
            END-IF.

            IF WS-IDX-ACHOU > ZERO
                ADD 1 TO WS-ANO-QTD(WS-IDX-ACHOU)
            END-IF.

            PERFORM P006A-LE-ALUNOS.

      *    O RESFINAL e lido uma vez so, marcando os anos do cadastro
      *    que ja tem resultado final.
       P007-MARCA-FECHADOS.
            MOVE 'N' TO WS-EOF-RESFINAL.
            MOVE LOW-VALUES TO FIN-CHAVE.

            START RESFINAL-FILE KEY IS NOT LESS FIN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-RESFINAL
            END-START.

            PERFORM P007A-LE-RESFINAL.
            PERFORM P007B-MARCA-ANO UNTIL FIM-RESFINAL.

       P007A-LE-RESFINAL.
            IF NOT FIM-RESFINAL
                READ RESFINAL-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-EOF-RESFINAL
                END-READ
            END-IF.

       P007B-MARCA-ANO.
            MOVE FIN-ANO-LETIVO TO WS-ANO-BUSCA.
            PERFORM P060-BUSCA-ANO.

            IF WS-IDX-ACHOU > ZERO
                MOVE 'S' TO WS-ANO-SW-FECHADO(WS-IDX-ACHOU)
            END-IF.

            PERFORM P007A-LE-RESFINAL.

       P008-IMPRIME-CABECALHO.
            ACCEPT WS-DATA-HOJE FROM DATE.
            MOVE WS-DATA-HOJE    TO CAB-DATA.
            MOVE WS-RETENCAO     TO CAB-RETENCAO.
            MOVE WS-NOME-GERACAO TO CAB-GERACAO.

            WRITE REG-EXGREL FROM WS-CAB-1.
            WRITE REG-EXGREL FROM WS-CAB-2.
            WRITE REG-EXGREL FROM WS-LINHA-BRANCO.

       P009-MARCA-ELEGIVEIS.
            IF WS-ANO-FECHADO(WS-IDX)
             AND WS-ANO-LETIVO(WS-IDX) < WS-ANO-LIMITE
                MOVE 'S' TO WS-ANO-SW-ELEGIVEL(WS-IDX)
                ADD 1 TO WS-QTD-ELEGIVEIS
            END-IF.

       P011-CONFIRMA-EXPURGO.
            DISPLAY 'ANOS A EXPURGAR PARA ' WS-NOME-GERACAO ':'.
            PERFORM P012-MOSTRA-ANO
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-ANOS.

            DISPLAY 'CONFIRMA O EXPURGO (S/N)? '.
            ACCEPT WS-SW-CONFIRMA.

            IF NOT WS-CONFIRMADO
                DISPLAY 'EXPURGO CANCELADO'
                PERFORM P999-FECHA-ARQUIVOS
                STOP RUN
            END-IF.

       P012-MOSTRA-ANO.
            IF WS-ANO-ELEGIVEL(WS-IDX)
                DISPLAY '   ' WS-ANO-LETIVO(WS-IDX) ' - '
                        WS-ANO-QTD(WS-IDX) ' REGISTROS'
            END-IF.

       P010-GRAVA-GERACAO.
            OPEN OUTPUT ARQALU-FILE.
            IF NOT ARQ-OK
                DISPLAY '*** ERRO AO CRIAR A GERACAO DE ARQUIVO '
                        'MORTO: ' WS-ARQ-STATUS
                PERFORM P998-ABORTA-EXECUCAO
            END-IF.

            MOVE SPACES           TO REG-ARQALU.
            SET EXG-CABECALHO     TO TRUE.
            COMPUTE EXG-H-ANO-LIMITE = WS-ANO-LIMITE - 1.
            ACCEPT WS-HORA-AGORA FROM TIME.
            MOVE WS-DATA-ATUAL    TO EXG-H-DATA.
            MOVE WS-HORA-AGORA    TO EXG-H-HORA.
            MOVE WS-RETENCAO      TO EXG-H-RETENCAO.
            WRITE REG-ARQALU.

            MOVE 'N' TO WS-EOF-ALUNOS.
            MOVE LOW-VALUES TO REG-CHAVE.

            START ALUNOS-FILE KEY IS NOT LESS REG-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-ALUNOS
            END-START.

            PERFORM P006A-LE-ALUNOS.
            PERFORM P015-ARQUIVA-ALUNO UNTIL FIM-ALUNOS.

            MOVE SPACES            TO REG-ARQALU.
            SET EXG-RODAPE         TO TRUE.
            MOVE WS-QTD-ARQUIVADOS TO EXG-T-QTD-REG.
            MOVE WS-HASH-ARQUIVO   TO EXG-T-HASH-MEDIAS.
            WRITE REG-ARQALU.

            CLOSE ARQALU-FILE.

       P015-ARQUIVA-ALUNO.
            MOVE REG-ANO-LETIVO TO WS-ANO-BUSCA.
            PERFORM P060-BUSCA-ANO.

            IF WS-IDX-ACHOU > ZERO
                IF WS-ANO-ELEGIVEL(WS-IDX-ACHOU)
                    MOVE SPACES       TO REG-ARQALU
                    SET EXG-DETALHE   TO TRUE
                    MOVE REG-ALUNO    TO EXG-DADOS
                    WRITE REG-ARQALU
                    ADD 1             TO WS-QTD-ARQUIVADOS
                    ADD REG-MEDIA     TO WS-HASH-ARQUIVO
                    ADD 1             TO WS-ANO-ARQ-QTD(WS-IDX-ACHOU)
                    ADD REG-MEDIA     TO WS-ANO-ARQ-HASH(WS-IDX-ACHOU)
                END-IF
            END-IF.

            PERFORM P006A-LE-ALUNOS.

      *    A geracao gravada e relida inteira: a quantidade e o
      *    somatorio lidos tem de bater com o rodape e com o que foi
      *    gravado antes de qualquer exclusao.
       P030-CONFERE-GERACAO.
            MOVE 'N' TO WS-SW-CONFERIDA.
            MOVE 'N' TO WS-SW-RODAPE.
            MOVE 'N' TO WS-EOF-ARQ.

            OPEN INPUT ARQALU-FILE.
            IF NOT ARQ-OK
                DISPLAY '*** ERRO AO RELER A GERACAO: '
                        WS-ARQ-STATUS
                MOVE 'S' TO WS-EOF-ARQ
            ELSE
                PERFORM P032-LE-GERACAO
                PERFORM P034-CONFERE-REGISTRO UNTIL FIM-ARQ
                CLOSE ARQALU-FILE
            END-IF.

            IF WS-TEM-RODAPE
             AND WS-QTD-CONFERIDOS = WS-QTD-ARQUIVADOS
             AND WS-HASH-CONFERIDO = WS-HASH-ARQUIVO
                SET WS-GERACAO-CONFERIDA TO TRUE
                MOVE 'CONFERE'           TO CNF-RESULTADO
            ELSE
                MOVE '*** NAO CONFERE ***' TO CNF-RESULTADO
            END-IF.

            MOVE WS-QTD-CONFERIDOS TO CNF-QTD.
            MOVE WS-HASH-CONFERIDO TO CNF-HASH.
            WRITE REG-EXGREL FROM WS-LINHA-CONFERE.
            WRITE REG-EXGREL FROM WS-LINHA-BRANCO.

       P032-LE-GERACAO.
            READ ARQALU-FILE
                AT END MOVE 'S' TO WS-EOF-ARQ
            END-READ.

       P034-CONFERE-REGISTRO.
            EVALUATE TRUE
               WHEN EXG-DETALHE
                   MOVE EXG-DADOS TO REG-ALUNO
                   ADD 1          TO WS-QTD-CONFERIDOS
                   ADD REG-MEDIA  TO WS-HASH-CONFERIDO
               WHEN EXG-RODAPE
                   IF EXG-T-QTD-REG = WS-QTD-CONFERIDOS
                    AND EXG-T-HASH-MEDIAS = WS-HASH-CONFERIDO
                       SET WS-TEM-RODAPE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
            END-EVALUATE.

            PERFORM P032-LE-GERACAO.

      *    A exclusao percorre a geracao, e nao o cadastro: so sai do
      *    ALUNOS o que foi gravado e conferido no arquivo morto.
       P040-EXCLUI-ALUNOS.
            MOVE 'N' TO WS-EOF-ARQ.

            OPEN INPUT ARQALU-FILE.
            IF NOT ARQ-OK
                DISPLAY '*** ERRO AO REABRIR A GERACAO ' WS-NOME-GERACAO
                        ': ' WS-ARQ-STATUS
                DISPLAY '*** ANOS REGISTRADOS NO EXPURGO E MANTIDOS '
                        'NO ALUNOS - NADA FOI EXCLUIDO ***'
                WRITE REG-EXGREL FROM WS-LINHA-NAO-RELIDA
            ELSE
                SET WS-EXCLUSAO-FEITA TO TRUE
                PERFORM P032-LE-GERACAO
                PERFORM P045-EXCLUI-REGISTRO UNTIL FIM-ARQ
                CLOSE ARQALU-FILE
            END-IF.

       P045-EXCLUI-REGISTRO.
            IF EXG-DETALHE
                MOVE EXG-DADOS TO REG-ALUNO
                MOVE REG-ANO-LETIVO TO WS-ANO-BUSCA
                PERFORM P060-BUSCA-ANO
                DELETE ALUNOS-FILE RECORD
                    INVALID KEY
                        ADD 1 TO WS-QTD-FALHAS
                        DISPLAY 'ERRO AO EXCLUIR: ' REG-CHAVE
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-EXCLUIDOS
                        IF WS-IDX-ACHOU > ZERO
                            ADD 1 TO WS-ANO-EXCLUIDOS(WS-IDX-ACHOU)
                        END-IF
                END-DELETE
            END-IF.

            PERFORM P032-LE-GERACAO.

       P050-GRAVA-EXPURGO.
            OPEN EXTEND EXPURGO-FILE.
            IF EXC-NAO-ENCONTRADO
                OPEN OUTPUT EXPURGO-FILE
                CLOSE EXPURGO-FILE
                OPEN EXTEND EXPURGO-FILE
            END-IF.

            IF NOT EXC-OK
                DISPLAY '*** ERRO AO ABRIR O CONTROLE EXPURGO: '
                        WS-EXC-STATUS
            ELSE
                SET WS-EXPURGO-REGISTRADO TO TRUE
                PERFORM P052-GRAVA-ANO-EXPURGO
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ANOS
                       OR NOT WS-EXPURGO-REGISTRADO
                CLOSE EXPURGO-FILE
            END-IF.

       P052-GRAVA-ANO-EXPURGO.
            IF WS-ANO-ELEGIVEL(WS-IDX)
                MOVE WS-ANO-LETIVO(WS-IDX)   TO EXC-ANO-LETIVO
                MOVE WS-NOME-GERACAO         TO EXC-GERACAO
                MOVE WS-DATA-ATUAL           TO EXC-DATA
                MOVE WS-ANO-ARQ-QTD(WS-IDX)  TO EXC-QTD-REG
                MOVE WS-ANO-ARQ-HASH(WS-IDX) TO EXC-HASH-MEDIAS
                WRITE REG-EXPURGO
                IF NOT EXC-OK
                    DISPLAY '*** ERRO AO GRAVAR NO CONTROLE EXPURGO: '
                            WS-EXC-STATUS
                    MOVE 'N' TO WS-SW-EXPURGO
                END-IF
            END-IF.

       P060-BUSCA-ANO.
            MOVE ZERO TO WS-IDX-ACHOU.

            PERFORM P061-COMPARA-ANO
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-ANOS
                   OR WS-IDX-ACHOU > ZERO.

       P061-COMPARA-ANO.
            IF WS-ANO-LETIVO(WS-IDX) = WS-ANO-BUSCA
                MOVE WS-IDX TO WS-IDX-ACHOU
            END-IF.

      *    O ano novo entra no fim da tabela e sobe ate a sua
      *    posicao, para o relatorio sair em ordem de ano.
       P062-ORDENA-ANOS.
            MOVE WS-QTD-ANOS TO WS-IDX-INS.
            PERFORM P063-TROCA-ANO
                UNTIL WS-IDX-INS < 2
                   OR WS-ANO-LETIVO(WS-IDX-INS - 1)
                      NOT GREATER WS-ANO-LETIVO(WS-IDX-INS).
            MOVE WS-IDX-INS TO WS-IDX-ACHOU.

       P063-TROCA-ANO.
            MOVE WS-ANO-ITEM(WS-IDX-INS - 1) TO WS-ANO-TROCA.
            MOVE WS-ANO-ITEM(WS-IDX-INS)
              TO WS-ANO-ITEM(WS-IDX-INS - 1).
            MOVE WS-ANO-TROCA TO WS-ANO-ITEM(WS-IDX-INS).
            SUBTRACT 1 FROM WS-IDX-INS.

       P080-IMPRIME-ANOS.
            WRITE REG-EXGREL FROM WS-CAB-3.

            PERFORM P082-IMPRIME-ANO
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-ANOS.

       P082-IMPRIME-ANO.
            MOVE WS-ANO-LETIVO(WS-IDX) TO ANO-DET-ANO.

            IF WS-ANO-ELEGIVEL(WS-IDX)
                MOVE WS-ANO-ARQ-QTD(WS-IDX)   TO ANO-DET-QTD
                MOVE WS-ANO-ARQ-HASH(WS-IDX)  TO ANO-DET-HASH
                MOVE WS-ANO-EXCLUIDOS(WS-IDX) TO ANO-DET-EXCL
                IF NOT WS-GERACAO-CONFERIDA
                    MOVE 'NAO EXPURGADO - GERACAO COM ERRO'
                      TO ANO-DET-SITUACAO
                ELSE
                IF NOT WS-EXPURGO-REGISTRADO
                    MOVE 'NAO EXPURGADO - SEM CONTROLE'
                      TO ANO-DET-SITUACAO
                ELSE
                IF NOT WS-EXCLUSAO-FEITA
                    MOVE 'NAO EXPURGADO - ERRO AO RELER'
                      TO ANO-DET-SITUACAO
                ELSE
                IF WS-ANO-EXCLUIDOS(WS-IDX) = WS-ANO-ARQ-QTD(WS-IDX)
                    MOVE 'EXPURGADO'  TO ANO-DET-SITUACAO
                ELSE
                    MOVE 'EXPURGO PARCIAL - CONFERIR'
                      TO ANO-DET-SITUACAO
                END-IF
                END-IF
                END-IF
                END-IF
            ELSE
                MOVE WS-ANO-QTD(WS-IDX) TO ANO-DET-QTD
                MOVE ZERO               TO ANO-DET-HASH
                MOVE ZERO               TO ANO-DET-EXCL
                IF WS-ANO-FECHADO(WS-IDX)
                    MOVE 'MANTIDO - DENTRO DA RETENCAO'
                      TO ANO-DET-SITUACAO
                ELSE
                    MOVE 'MANTIDO - SEM RESULTADO FINAL'
                      TO ANO-DET-SITUACAO
                END-IF
            END-IF.

            WRITE REG-EXGREL FROM WS-LINHA-ANO.

       P085-IMPRIME-TOTAIS.
            MOVE WS-QTD-ARQUIVADOS TO TOT-ARQUIVADOS.
            MOVE WS-HASH-ARQUIVO   TO TOT-HASH.
            MOVE WS-QTD-EXCLUIDOS  TO TOT-EXCLUIDOS.
            MOVE WS-QTD-FALHAS     TO TOT-FALHAS.

            WRITE REG-EXGREL FROM WS-LINHA-BRANCO.
            WRITE REG-EXGREL FROM WS-LINHA-TOT.

       P998-ABORTA-EXECUCAO.
            PERFORM P999-FECHA-ARQUIVOS.

            IF WS-CTL-INICIADO
                MOVE 'E'          TO CTL-FUNCAO
                MOVE 'MODULO2EXG' TO CTL-JOB
                CALL "MODULO2CTL"              USING WS-CONTROLE
            END-IF.

            STOP RUN.

       P999-FECHA-ARQUIVOS.
            CLOSE ALUNOS-FILE.
            CLOSE RESFINAL-FILE.
            CLOSE EXGREL-FILE.

       END PROGRAM MODULO2EXG.
