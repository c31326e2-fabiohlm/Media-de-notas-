      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio mensal de movimentacao de matriculas
      *          (MOVREL), tirado do historico MOVMATR gravado pela
      *          rotina MODULO2MOV.  Pede o ano e o mes e lista, com o
      *          nome do MATRICUL, tres secoes: ENTRADAS (inclusao ja
      *          como ativo e readmissao), SAIDAS (ativo que passou a
      *          outra situacao) e TRANSFERENCIAS ENTRE TURMAS.  Os
      *          movimentos de promocao e os demais do mes so entram
      *          na contagem final.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2MVM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVMATR-FILE ASSIGN TO "MOVMATR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MOV-CHAVE
               FILE STATUS WS-MOV-STATUS.

           SELECT MATRICUL-FILE ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MATR-MATRICULA
               ALTERNATE RECORD KEY MATR-NOME WITH DUPLICATES
               FILE STATUS WS-MATR-STATUS.

           SELECT MOVREL-FILE ASSIGN TO "MOVREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVMATR-FILE.
       01  REG-MOVMATR.
           COPY MOVREG.

       FD  MATRICUL-FILE.
       01  REG-MATRICUL.
           COPY MATRREG.

       FD  MOVREL-FILE.
       01  REG-MOVREL                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-MOV-STATUS      PIC X(2)  VALUE SPACES.
           88 MOV-OK             VALUE '00'.
           88 MOV-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-MATR-STATUS     PIC X(2)  VALUE SPACES.
           88 MATR-OK            VALUE '00'.
           88 MATR-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-REL-STATUS      PIC X(2)  VALUE SPACES.
           88 REL-OK             VALUE '00'.

       01 WS-EOF-MOV         PIC X(1)  VALUE 'N'.
           88 FIM-MOV            VALUE 'S'.

       01 WS-SW-MATR         PIC X(1)  VALUE 'N'.
           88 WS-MATR-ABERTO     VALUE 'S'.

       01 WS-MVM-ANO-MES.
           03 WS-MVM-ANO         PIC 9(4)  VALUE ZEROS.
           03 WS-MVM-MES         PIC 9(2)  VALUE ZEROS.
       01 WS-MVM-ANO-MES-N REDEFINES WS-MVM-ANO-MES PIC 9(6).

       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.

      *    Secao em impressao e classe do movimento lido:
      *    E = entrada, S = saida, T = troca de turma, P = promocao,
      *    O = outro movimento do mes.
       01 WS-SECAO           PIC X(1)  VALUE SPACE.
       01 WS-CLASSE-MOV      PIC X(1)  VALUE SPACE.
       01 WS-QTD-SECAO       PIC 9(5) COMP VALUE ZERO.

       01 WS-CONTADORES.
           03 WS-TOT-ENTRADAS    PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-SAIDAS      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-TRANSF      PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-PROMOCOES   PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-OUTROS      PIC 9(5) COMP VALUE ZERO.

       01 WS-CAB-1.
           03 FILLER             PIC X(15) VALUE SPACES.
           03 FILLER             PIC X(34)
                     VALUE 'MOVIMENTACAO DE MATRICULAS - MES '.
           03 CAB-MES            PIC 9(2).
           03 FILLER             PIC X(01) VALUE '/'.
           03 CAB-ANO            PIC 9(4).
           03 FILLER             PIC X(24) VALUE SPACES.

       01 WS-CAB-2.
           03 FILLER             PIC X(10) VALUE 'EMITIDO EM'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CAB-DATA           PIC 99/99/99.
           03 FILLER             PIC X(61) VALUE SPACES.

       01 WS-CAB-3.
           03 FILLER             PIC X(08) VALUE ' MATRIC'.
           03 FILLER             PIC X(21) VALUE 'NOME'.
           03 FILLER             PIC X(11) VALUE 'DATA'.
           03 FILLER             PIC X(11) VALUE 'TURMA ANT'.
           03 FILLER             PIC X(11) VALUE 'TURMA NOVA'.
           03 FILLER             PIC X(04) VALUE 'SIT'.
           03 FILLER             PIC X(14) VALUE 'ORIGEM'.

       01 WS-TIT-ENTRADAS.
           03 FILLER             PIC X(40)
                     VALUE '*** ENTRADAS (INCLUSOES E READMISSOES) *'.
           03 FILLER             PIC X(40) VALUE '**'.

       01 WS-TIT-SAIDAS.
           03 FILLER             PIC X(40)
                     VALUE '*** SAIDAS (ALUNO ATIVO QUE DEIXOU A ESC'.
           03 FILLER             PIC X(40) VALUE 'OLA) ***'.

       01 WS-TIT-TRANSF.
           03 FILLER             PIC X(40)
                     VALUE '*** TRANSFERENCIAS ENTRE TURMAS ***'.
           03 FILLER             PIC X(40) VALUE SPACES.

       01 WS-LINHA-MOV.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-MATRICULA      PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-NOME           PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-DATA           PIC 9999/99/99.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-TURMA-ANT      PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-TURMA-NOVA     PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-SIT-ANT        PIC X(01).
           03 FILLER             PIC X(01) VALUE '>'.
           03 LIN-SIT-NOVA       PIC X(01).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LIN-ORIGEM         PIC X(10).
           03 FILLER             PIC X(04) VALUE SPACES.

       01 WS-LINHA-SEM-MOV.
           03 FILLER             PIC X(40)
                     VALUE ' NENHUM MOVIMENTO NO MES'.
           03 FILLER             PIC X(40) VALUE SPACES.

       01 WS-LINHA-TOT-SECAO.
           03 FILLER             PIC X(20) VALUE ' TOTAL DA SECAO:'.
           03 TOT-SECAO          PIC ZZZZ9.
           03 FILLER             PIC X(55) VALUE SPACES.

       01 WS-LINHA-TOT-1.
           03 FILLER             PIC X(10) VALUE 'ENTRADAS:'.
           03 TOT-ENTRADAS       PIC ZZZZ9.
           03 FILLER             PIC X(10) VALUE '  SAIDAS:'.
           03 TOT-SAIDAS         PIC ZZZZ9.
           03 FILLER             PIC X(18)
                     VALUE '  TROCAS DE TURMA:'.
           03 TOT-TRANSF         PIC ZZZZ9.
           03 FILLER             PIC X(27) VALUE SPACES.

       01 WS-LINHA-TOT-2.
           03 FILLER             PIC X(25)
                     VALUE 'MOVIMENTOS DE PROMOCAO:'.
           03 TOT-PROMOCOES      PIC ZZZZ9.
           03 FILLER             PIC X(19)
                     VALUE '  OUTROS NO MES:'.
           03 TOT-OUTROS         PIC ZZZZ9.
           03 FILLER             PIC X(26) VALUE SPACES.

       01 WS-LINHA-BRANCO        PIC X(80) VALUE SPACES.

       01 WS-CONTROLE.
           COPY CTLREG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '**** MODULO2MVM - MOVIMENTACAO DE MATRICULAS **'.

            PERFORM P002-VERIFICA-EXECUCAO.

            PERFORM P003-ACEITA-ANO UNTIL WS-MVM-ANO > ZERO.

            PERFORM P004-ACEITA-MES
                UNTIL WS-MVM-MES > ZERO AND WS-MVM-MES < 13.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P008-IMPRIME-CABECALHO.

            MOVE 'E' TO WS-SECAO.
            PERFORM P030-IMPRIME-SECAO.

            MOVE 'S' TO WS-SECAO.
            PERFORM P030-IMPRIME-SECAO.

            MOVE 'T' TO WS-SECAO.
            PERFORM P030-IMPRIME-SECAO.

            PERFORM P080-IMPRIME-TOTAIS.

            PERFORM P999-FECHA-ARQUIVOS.

            DISPLAY 'ENTRADAS:            ' WS-TOT-ENTRADAS.
            DISPLAY 'SAIDAS:              ' WS-TOT-SAIDAS.
            DISPLAY 'TROCAS DE TURMA:     ' WS-TOT-TRANSF.
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

       P003-ACEITA-ANO.
            DISPLAY 'DIGITE O ANO DO MOVIMENTO (AAAA): '.
            ACCEPT WS-MVM-ANO.
            IF WS-MVM-ANO = ZERO
                DISPLAY '*** ANO INVALIDO ***'
            END-IF.

       P004-ACEITA-MES.
            DISPLAY 'DIGITE O MES DO MOVIMENTO (1 A 12): '.
            ACCEPT WS-MVM-MES.
            IF WS-MVM-MES = ZERO OR WS-MVM-MES > 12
                DISPLAY '*** MES INVALIDO ***'
            END-IF.

       P005-ABRE-ARQUIVOS.
            OPEN INPUT MOVMATR-FILE.
            IF NOT MOV-OK
                DISPLAY '*** HISTORICO DE MOVIMENTACAO INDISPONIVEL: '
                        WS-MOV-STATUS
                STOP RUN
            END-IF.

            OPEN INPUT MATRICUL-FILE.
            IF MATR-OK
                SET WS-MATR-ABERTO TO TRUE
            ELSE
                DISPLAY '*** CADASTRO DE MATRICULAS INDISPONIVEL - '
                        'RELATORIO SAIRA SEM NOMES ***'
            END-IF.

            OPEN OUTPUT MOVREL-FILE.
            IF NOT REL-OK
                DISPLAY '*** ERRO AO ABRIR O ARQUIVO MOVREL: '
                        WS-REL-STATUS
                PERFORM P999-FECHA-ARQUIVOS
                STOP RUN
            END-IF.

       P008-IMPRIME-CABECALHO.
            MOVE WS-MVM-MES TO CAB-MES.
            MOVE WS-MVM-ANO TO CAB-ANO.
            ACCEPT WS-DATA-HOJE FROM DATE.
            MOVE WS-DATA-HOJE TO CAB-DATA.

            WRITE REG-MOVREL FROM WS-CAB-1.
            WRITE REG-MOVREL FROM WS-CAB-2.
            WRITE REG-MOVREL FROM WS-LINHA-BRANCO.

      *    O MOVMATR esta em ordem de matricula: cada secao e uma
      *    passada completa pelo arquivo, filtrando o mes pedido.
       P030-IMPRIME-SECAO.
            WRITE REG-MOVREL FROM WS-LINHA-BRANCO.

            IF WS-SECAO = 'E'
                WRITE REG-MOVREL FROM WS-TIT-ENTRADAS
            ELSE
            IF WS-SECAO = 'S'
                WRITE REG-MOVREL FROM WS-TIT-SAIDAS
            ELSE
                WRITE REG-MOVREL FROM WS-TIT-TRANSF
            END-IF
            END-IF.

            WRITE REG-MOVREL FROM WS-CAB-3.

            MOVE ZERO TO WS-QTD-SECAO.
            MOVE 'N'  TO WS-EOF-MOV.
            MOVE LOW-VALUES TO MOV-CHAVE.
            START MOVMATR-FILE KEY IS NOT LESS MOV-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-MOV
            END-START.

            PERFORM P035-LE-MOVIMENTO UNTIL FIM-MOV.

            IF WS-QTD-SECAO = ZERO
                WRITE REG-MOVREL FROM WS-LINHA-SEM-MOV
            ELSE
                MOVE WS-QTD-SECAO TO TOT-SECAO
                WRITE REG-MOVREL FROM WS-LINHA-TOT-SECAO
            END-IF.

       P035-LE-MOVIMENTO.
            READ MOVMATR-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-MOV
            END-READ.

            IF NOT FIM-MOV
                IF MOV-ANO-MES = WS-MVM-ANO-MES-N
                    PERFORM P036-CLASSIFICA-MOVIMENTO
                    IF WS-CLASSE-MOV = WS-SECAO
                        PERFORM P040-IMPRIME-MOVIMENTO
                    END-IF
                    IF WS-SECAO = 'E'
                        PERFORM P038-CONTA-MOVIMENTO
                    END-IF
                END-IF
            END-IF.

       P036-CLASSIFICA-MOVIMENTO.
            IF MOV-INCLUSAO AND MOV-SIT-NOVA = 'A'
                MOVE 'E' TO WS-CLASSE-MOV
            ELSE
            IF MOV-READMISSAO
                MOVE 'E' TO WS-CLASSE-MOV
            ELSE
            IF MOV-TROCA-SITUACAO AND MOV-SIT-ANT = 'A'
                MOVE 'S' TO WS-CLASSE-MOV
            ELSE
            IF MOV-TROCA-TURMA
                MOVE 'T' TO WS-CLASSE-MOV
            ELSE
            IF MOV-PROMOCAO
                MOVE 'P' TO WS-CLASSE-MOV
            ELSE
                MOVE 'O' TO WS-CLASSE-MOV
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

      *    A contagem geral e feita so na primeira passada.
       P038-CONTA-MOVIMENTO.
            IF WS-CLASSE-MOV = 'E'
                ADD 1 TO WS-TOT-ENTRADAS
            ELSE
            IF WS-CLASSE-MOV = 'S'
                ADD 1 TO WS-TOT-SAIDAS
            ELSE
            IF WS-CLASSE-MOV = 'T'
                ADD 1 TO WS-TOT-TRANSF
            ELSE
            IF WS-CLASSE-MOV = 'P'
                ADD 1 TO WS-TOT-PROMOCOES
            ELSE
                ADD 1 TO WS-TOT-OUTROS
            END-IF
            END-IF
            END-IF
            END-IF.

       P040-IMPRIME-MOVIMENTO.
            ADD 1 TO WS-QTD-SECAO.

            MOVE MOV-MATRICULA  TO LIN-MATRICULA.
            MOVE MOV-DATA       TO LIN-DATA.
            MOVE MOV-TURMA-ANT  TO LIN-TURMA-ANT.
            MOVE MOV-TURMA-NOVA TO LIN-TURMA-NOVA.
            MOVE MOV-SIT-ANT    TO LIN-SIT-ANT.
            MOVE MOV-SIT-NOVA   TO LIN-SIT-NOVA.
            MOVE MOV-ORIGEM     TO LIN-ORIGEM.

            PERFORM P045-BUSCA-NOME.

            WRITE REG-MOVREL FROM WS-LINHA-MOV.

       P045-BUSCA-NOME.
            MOVE SPACES TO LIN-NOME.

            IF WS-MATR-ABERTO
                MOVE MOV-MATRICULA TO MATR-MATRICULA
                READ MATRICUL-FILE
                    INVALID KEY
                        MOVE '*** SEM CADASTRO' TO LIN-NOME
                    NOT INVALID KEY
                        MOVE MATR-NOME TO LIN-NOME
                END-READ
            END-IF.

       P080-IMPRIME-TOTAIS.
            MOVE WS-TOT-ENTRADAS  TO TOT-ENTRADAS.
            MOVE WS-TOT-SAIDAS    TO TOT-SAIDAS.
            MOVE WS-TOT-TRANSF    TO TOT-TRANSF.
            MOVE WS-TOT-PROMOCOES TO TOT-PROMOCOES.
            MOVE WS-TOT-OUTROS    TO TOT-OUTROS.

            WRITE REG-MOVREL FROM WS-LINHA-BRANCO.
            WRITE REG-MOVREL FROM WS-LINHA-TOT-1.
            WRITE REG-MOVREL FROM WS-LINHA-TOT-2.

       P999-FECHA-ARQUIVOS.
            CLOSE MOVMATR-FILE.
            IF WS-MATR-ABERTO
                CLOSE MATRICUL-FILE
            END-IF.
            CLOSE MOVREL-FILE.

       END PROGRAM MODULO2MVM.
