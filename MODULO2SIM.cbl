      ******************************************************************
      * Author:
      * Date:
      * Purpose: Simulacao de alteracao de parametros de nota antes
      *          de grava-los pelo MODULO2PRM.  O operador informa o
      *          ano letivo, o bimestre e, para uma ou mais materias,
      *          os pesos, a nota de corte e o piso propostos.  Para
      *          cada lancamento do periodo no cadastro ALUNOS o
      *          MODULO2MOD e chamado duas vezes no modo simulacao,
      *          com os parametros atuais do PARMNOTA e com os
      *          propostos, e o relatorio SIMULA mostra por materia
      *          quantos alunos mudariam de status e de conceito, a
      *          distribuicao de status antes e depois e a relacao
      *          das matriculas afetadas.  Nada e gravado: ALUNOS e
      *          PARMNOTA sao abertos somente para leitura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO2SIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY REG-CHAVE
               ALTERNATE RECORD KEY REG-NOME WITH DUPLICATES
               FILE STATUS WS-ALU-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMNOTA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PARM-MATERIA
               FILE STATUS WS-PARM-STATUS.

           SELECT SIMULA-FILE ASSIGN TO "SIMULA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-FILE.
       01  REG-ALUNO.
           COPY ALUNOREG.

       FD  PARM-FILE.
       01  REG-PARM.
           COPY PARMREG.

       FD  SIMULA-FILE.
       01  REG-SIMULA                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-ALU-STATUS      PIC X(2)  VALUE SPACES.
           88 ALU-OK             VALUE '00'.
           88 ALU-NAO-ENCONTRADO  VALUE '23', '35'.

       01 WS-PARM-STATUS     PIC X(2)  VALUE SPACES.
           88 PARM-OK            VALUE '00'.
           88 PARM-NAO-ENCONTRADO VALUE '23', '35'.

       01 WS-SIM-STATUS      PIC X(2)  VALUE SPACES.
           88 SIM-OK             VALUE '00'.

       01 WS-EOF-ALUNOS      PIC X(1)  VALUE 'N'.
           88 FIM-ALUNOS         VALUE 'S'.

       01 WS-SW-PARM         PIC X(1)  VALUE 'N'.
           88 WS-PARM-ABERTO     VALUE 'S'.

       01 WS-SW-COLETA       PIC X(1)  VALUE 'N'.
           88 WS-FIM-COLETA      VALUE 'S'.

       01 WS-SW-PROPOSTA     PIC X(1)  VALUE 'N'.
           88 WS-PROPOSTA-VALIDA   VALUE 'S'.
           88 WS-PROPOSTA-INVALIDA VALUE 'N'.

       01 WS-ANO-SIM         PIC 9(4)  VALUE ZEROS.
       01 WS-BIM-SIM         PIC 9(1)  VALUE ZERO.
       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.
       01 WS-SIM-MATERIA     PIC X(20) VALUE SPACES.
       01 WS-SOMA-PESOS      PIC 99V99 VALUE ZERO.

       01 WS-NOVO-PESO1      PIC 9V99  VALUE ZEROS.
       01 WS-NOVO-PESO2      PIC 9V99  VALUE ZEROS.
       01 WS-NOVO-PESO3      PIC 9V99  VALUE ZEROS.
       01 WS-NOVO-PESO4      PIC 9V99  VALUE ZEROS.
       01 WS-NOVO-CORTE      PIC 99V9  VALUE ZEROS.
       01 WS-NOVO-PISO       PIC 99V9  VALUE ZEROS.

      *    Uma linha por materia em simulacao: parametros atuais (do
      *    PARMNOTA, ou o padrao do MODULO2MOD), propostos e os
      *    contadores apurados na passada pelo ALUNOS.
       01 WS-TAB-PROPOSTAS.
           03 WS-PRP-ITEM OCCURS 20 TIMES.
               05 WS-PRP-MATERIA     PIC X(20).
               05 WS-PRP-ATUAL.
                   07 WS-PRP-ATU-PESO1   PIC 9V99.
                   07 WS-PRP-ATU-PESO2   PIC 9V99.
                   07 WS-PRP-ATU-PESO3   PIC 9V99.
                   07 WS-PRP-ATU-PESO4   PIC 9V99.
                   07 WS-PRP-ATU-CORTE   PIC 99V9.
                   07 WS-PRP-ATU-PISO    PIC 99V9.
               05 WS-PRP-NOVO.
                   07 WS-PRP-NOV-PESO1   PIC 9V99.
                   07 WS-PRP-NOV-PESO2   PIC 9V99.
                   07 WS-PRP-NOV-PESO3   PIC 9V99.
                   07 WS-PRP-NOV-PESO4   PIC 9V99.
                   07 WS-PRP-NOV-CORTE   PIC 99V9.
                   07 WS-PRP-NOV-PISO    PIC 99V9.

       01 WS-QTD-PROPOSTAS   PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX-PRP         PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX-ACHOU       PIC 9(2) COMP VALUE ZERO.

       01 WS-RESULTADO-ATUAL.
           03 WS-ATU-MEDIA       PIC 99V9.
           03 WS-ATU-STATUS      PIC X(18).
           03 WS-ATU-CONCEITO    PIC X(1).

       01 WS-RESULTADO-NOVO.
           03 WS-NOV-MEDIA       PIC 99V9.
           03 WS-NOV-STATUS      PIC X(18).
           03 WS-NOV-CONCEITO    PIC X(1).

       01 WS-CONTADORES.
           03 WS-TOT-LIDOS       PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-MUDA-STATUS PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-MUDA-CONC   PIC 9(5) COMP VALUE ZERO.
           03 WS-TOT-ERROS       PIC 9(5) COMP VALUE ZERO.
           03 WS-GER-LIDOS       PIC 9(5) COMP VALUE ZERO.
           03 WS-GER-MUDA-STATUS PIC 9(5) COMP VALUE ZERO.
           03 WS-GER-MUDA-CONC   PIC 9(5) COMP VALUE ZERO.

      *    Distribuicao de status por materia: ocorrencia 1 = regra
      *    atual, 2 = regra proposta.
       01 WS-TAB-DISTRIB.
           03 WS-DIS-ITEM OCCURS 2 TIMES.
               05 WS-DIS-APROV       PIC 9(5) COMP.
               05 WS-DIS-RECUP       PIC 9(5) COMP.
               05 WS-DIS-REPROV      PIC 9(5) COMP.
               05 WS-DIS-FALTA       PIC 9(5) COMP.

       01 WS-IDX-DIS         PIC 9(1) COMP VALUE ZERO.

       01 WS-CAB-1.
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(41)
                VALUE 'SIMULACAO DE PARAMETROS DE NOTA - ANO'.
           03 CAB-ANO            PIC 9(4).
           03 FILLER             PIC X(11) VALUE ' BIMESTRE'.
           03 CAB-BIM            PIC 9(1).
           03 FILLER             PIC X(11) VALUE SPACES.

       01 WS-CAB-2.
           03 FILLER             PIC X(10) VALUE 'EMITIDO EM'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CAB-DATA           PIC 99/99/99.
           03 FILLER             PIC X(42)
                VALUE '   *** NADA FOI GRAVADO NO CADASTRO ***'.
           03 FILLER             PIC X(19) VALUE SPACES.

       01 WS-CAB-MATERIA.
           03 FILLER             PIC X(09) VALUE 'MATERIA: '.
           03 CAB-MATERIA        PIC X(20).
           03 FILLER             PIC X(51) VALUE SPACES.

       01 WS-CAB-PARM.
           03 FILLER             PIC X(10) VALUE SPACES.
           03 FILLER             PIC X(36)
                VALUE ' PESO1 PESO2 PESO3 PESO4 CORTE  PISO'.
           03 FILLER             PIC X(34) VALUE SPACES.

       01 WS-LINHA-PARM.
           03 PAR-ROTULO         PIC X(10).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PAR-PESO1          PIC 9.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PAR-PESO2          PIC 9.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PAR-PESO3          PIC 9.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PAR-PESO4          PIC 9.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PAR-CORTE          PIC Z9.9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PAR-PISO           PIC Z9.9.
           03 FILLER             PIC X(34) VALUE SPACES.

       01 WS-CAB-AFETADOS.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE 'MATRIC'.
           03 FILLER             PIC X(16) VALUE 'NOME'.
           03 FILLER             PIC X(27)
                     VALUE 'MEDIA STATUS ATUAL       C'.
           03 FILLER             PIC X(29)
                     VALUE 'MEDIA STATUS PROPOSTO    C'.

       01 WS-LINHA-AFETADO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 AFE-MATRICULA      PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 AFE-NOME           PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 AFE-ATU-MEDIA      PIC Z9.9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 AFE-ATU-STATUS     PIC X(18).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 AFE-ATU-CONCEITO   PIC X(01).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 AFE-NOV-MEDIA      PIC Z9.9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 AFE-NOV-STATUS     PIC X(18).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 AFE-NOV-CONCEITO   PIC X(01).
           03 FILLER             PIC X(03) VALUE SPACES.

       01 WS-LINHA-DISTRIB.
           03 DIS-ROTULO         PIC X(10).
           03 FILLER             PIC X(07) VALUE ' APROV '.
           03 DIS-APROV          PIC ZZZZ9.
           03 FILLER             PIC X(08) VALUE '  RECUP '.
           03 DIS-RECUP          PIC ZZZZ9.
           03 FILLER             PIC X(09) VALUE '  REPROV '.
           03 DIS-REPROV         PIC ZZZZ9.
           03 FILLER             PIC X(08) VALUE '  FALTA '.
           03 DIS-FALTA          PIC ZZZZ9.
           03 FILLER             PIC X(18) VALUE SPACES.

       01 WS-LINHA-MATERIA.
           03 FILLER             PIC X(12) VALUE 'ANALISADOS:'.
           03 TOT-LIDOS          PIC ZZZZ9.
           03 FILLER             PIC X(16) VALUE '  MUDAM STATUS:'.
           03 TOT-MUDA-STATUS    PIC ZZZZ9.
           03 FILLER             PIC X(18) VALUE '  MUDAM CONCEITO:'.
           03 TOT-MUDA-CONC      PIC ZZZZ9.
           03 FILLER             PIC X(19) VALUE SPACES.

       01 WS-LINHA-SEM-MUDANCA.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(45)
                VALUE 'NENHUM ALUNO MUDA DE STATUS OU DE CONCEITO'.
           03 FILLER             PIC X(34) VALUE SPACES.

       01 WS-LINHA-GERAL.
           03 FILLER             PIC X(12) VALUE 'TOTAL GERAL'.
           03 FILLER             PIC X(12) VALUE 'ANALISADOS:'.
           03 GER-LIDOS          PIC ZZZZ9.
           03 FILLER             PIC X(16) VALUE '  MUDAM STATUS:'.
           03 GER-MUDA-STATUS    PIC ZZZZ9.
           03 FILLER             PIC X(18) VALUE '  MUDAM CONCEITO:'.
           03 GER-MUDA-CONC      PIC ZZZZ9.
           03 FILLER             PIC X(07) VALUE SPACES.

       01 WS-LINHA-BRANCO        PIC X(80) VALUE SPACES.

       01 WS-VARIAVEIS.
           COPY VARREG.

       01 WS-CONTROLE.
           COPY CTLREG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '***** MODULO2SIM - SIMULACAO DE PARAMETROS *****'.

            PERFORM P002-VERIFICA-EXECUCAO.

            PERFORM P003-ACEITA-PERIODO.

            PERFORM P005-ABRE-ARQUIVOS.

            PERFORM P010-COLETA-PROPOSTA UNTIL WS-FIM-COLETA.

            IF WS-QTD-PROPOSTAS = ZERO
                DISPLAY 'NENHUMA MATERIA INFORMADA - NADA A SIMULAR'
                PERFORM P999-FECHA-ARQUIVOS
                PERFORM P900-FIM
            END-IF.

            PERFORM P008-IMPRIME-CABECALHO.

            PERFORM P020-SIMULA-MATERIA
                VARYING WS-IDX-PRP FROM 1 BY 1
                UNTIL WS-IDX-PRP > WS-QTD-PROPOSTAS.

            PERFORM P080-IMPRIME-TOTAIS.

            PERFORM P999-FECHA-ARQUIVOS.

            DISPLAY 'LANCAMENTOS ANALISADOS: ' WS-GER-LIDOS.
            DISPLAY 'MUDAM DE STATUS:        ' WS-GER-MUDA-STATUS.
            DISPLAY 'MUDAM DE CONCEITO:      ' WS-GER-MUDA-CONC.
            DISPLAY 'ERROS DE CALCULO:       ' WS-TOT-ERROS.
            DISPLAY 'RELATORIO GRAVADO EM SIMULA'.

            PERFORM P900-FIM.

       P002-VERIFICA-EXECUCAO.
            MOVE 'V' TO CTL-FUNCAO.
            CALL "MODULO2CTL"                  USING WS-CONTROLE.

            IF CTL-OCUPADO
                DISPLAY '*** EXECUCAO ATIVA SOBRE O CADASTRO: '
                        CTL-JOB-ATIVO ' DESDE ' CTL-DATA-ATIVA
                        ' ' CTL-HORA-ATIVA ' ***'
                DISPLAY '*** AGUARDE O FIM DO LOTE E TENTE '
                        'NOVAMENTE ***'
                PERFORM P900-FIM
            END-IF.

       P003-ACEITA-PERIODO.
            PERFORM P003A-ACEITA-ANO UNTIL WS-ANO-SIM > ZERO.
            PERFORM P003B-ACEITA-BIM
                UNTIL WS-BIM-SIM > 0 AND WS-BIM-SIM < 5.

       P003A-ACEITA-ANO.
            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '.
            ACCEPT WS-ANO-SIM.
            IF WS-ANO-SIM = ZERO
                DISPLAY '*** ANO INVALIDO ***'
            END-IF.

       P003B-ACEITA-BIM.
            DISPLAY 'DIGITE O BIMESTRE (1 A 4): '.
            ACCEPT WS-BIM-SIM.
            IF WS-BIM-SIM < 1 OR WS-BIM-SIM > 4
                DISPLAY '*** BIMESTRE INVALIDO ***'
            END-IF.

       P005-ABRE-ARQUIVOS.
            OPEN INPUT ALUNOS-FILE.
            IF NOT ALU-OK
                DISPLAY '*** ERRO AO ABRIR CADASTRO DE ALUNOS: '
                        WS-ALU-STATUS
                PERFORM P900-FIM
            END-IF.

            OPEN INPUT PARM-FILE.
            IF PARM-OK
                SET WS-PARM-ABERTO TO TRUE
            END-IF.

            OPEN OUTPUT SIMULA-FILE.
            IF NOT SIM-OK
                DISPLAY '*** ERRO AO ABRIR RELATORIO SIMULA: '
                        WS-SIM-STATUS
                CLOSE ALUNOS-FILE
                CLOSE PARM-FILE
                PERFORM P900-FIM
            END-IF.

       P008-IMPRIME-CABECALHO.
            MOVE WS-ANO-SIM   TO CAB-ANO.
            MOVE WS-BIM-SIM   TO CAB-BIM.
            ACCEPT WS-DATA-HOJE FROM DATE.
            MOVE WS-DATA-HOJE TO CAB-DATA.

            WRITE REG-SIMULA FROM WS-CAB-1.
            WRITE REG-SIMULA FROM WS-CAB-2.

       P010-COLETA-PROPOSTA.
            DISPLAY 'DIGITE A MATERIA A SIMULAR (BRANCO = FIM): '.
            MOVE SPACES TO WS-SIM-MATERIA.
            ACCEPT WS-SIM-MATERIA.

            IF WS-SIM-MATERIA = SPACES
                SET WS-FIM-COLETA TO TRUE
            ELSE
                PERFORM P012-INCLUI-PROPOSTA
            END-IF.

       P012-INCLUI-PROPOSTA.
            MOVE ZERO TO WS-IDX-ACHOU.
            PERFORM P013-PROCURA-PROPOSTA
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PROPOSTAS
                   OR WS-IDX-ACHOU > ZERO.

            IF WS-IDX-ACHOU > ZERO
                DISPLAY '*** MATERIA JA INFORMADA NESTA SIMULACAO ***'
            ELSE
            IF WS-QTD-PROPOSTAS NOT LESS 20
                DISPLAY '*** LIMITE DE 20 MATERIAS POR SIMULACAO ***'
                SET WS-FIM-COLETA TO TRUE
            ELSE
                ADD 1 TO WS-QTD-PROPOSTAS
                MOVE WS-SIM-MATERIA TO WS-PRP-MATERIA(WS-QTD-PROPOSTAS)
                PERFORM P014-BUSCA-ATUAL
                MOVE 'N' TO WS-SW-PROPOSTA
                PERFORM P016-ACEITA-NOVOS UNTIL WS-PROPOSTA-VALIDA
            END-IF
            END-IF.

       P013-PROCURA-PROPOSTA.
            IF WS-PRP-MATERIA(WS-IDX) = WS-SIM-MATERIA
                MOVE WS-IDX TO WS-IDX-ACHOU
            END-IF.

      *    Sem linha no PARMNOTA vale o padrao do MODULO2MOD: pesos 1,
      *    corte 7 e piso 5.
       P014-BUSCA-ATUAL.
            MOVE 1 TO WS-PRP-ATU-PESO1(WS-QTD-PROPOSTAS)
                      WS-PRP-ATU-PESO2(WS-QTD-PROPOSTAS)
                      WS-PRP-ATU-PESO3(WS-QTD-PROPOSTAS)
                      WS-PRP-ATU-PESO4(WS-QTD-PROPOSTAS).
            MOVE 7 TO WS-PRP-ATU-CORTE(WS-QTD-PROPOSTAS).
            MOVE 5 TO WS-PRP-ATU-PISO(WS-QTD-PROPOSTAS).

            IF WS-PARM-ABERTO
                MOVE WS-SIM-MATERIA TO PARM-MATERIA
                READ PARM-FILE
                    INVALID KEY
                        DISPLAY 'MATERIA SEM PARAMETROS CADASTRADOS - '
                                'ATUAL = PADRAO'
                    NOT INVALID KEY
                        MOVE PARM-PESO1
                          TO WS-PRP-ATU-PESO1(WS-QTD-PROPOSTAS)
                        MOVE PARM-PESO2
                          TO WS-PRP-ATU-PESO2(WS-QTD-PROPOSTAS)
                        MOVE PARM-PESO3
                          TO WS-PRP-ATU-PESO3(WS-QTD-PROPOSTAS)
                        MOVE PARM-PESO4
                          TO WS-PRP-ATU-PESO4(WS-QTD-PROPOSTAS)
                        MOVE PARM-CORTE
                          TO WS-PRP-ATU-CORTE(WS-QTD-PROPOSTAS)
                        MOVE PARM-PISO
                          TO WS-PRP-ATU-PISO(WS-QTD-PROPOSTAS)
                END-READ
            END-IF.

            DISPLAY 'PARAMETROS ATUAIS: PESOS '
                    WS-PRP-ATU-PESO1(WS-QTD-PROPOSTAS) ' '
                    WS-PRP-ATU-PESO2(WS-QTD-PROPOSTAS) ' '
                    WS-PRP-ATU-PESO3(WS-QTD-PROPOSTAS) ' '
                    WS-PRP-ATU-PESO4(WS-QTD-PROPOSTAS)
                    ' CORTE ' WS-PRP-ATU-CORTE(WS-QTD-PROPOSTAS)
                    ' PISO '  WS-PRP-ATU-PISO(WS-QTD-PROPOSTAS).

       P016-ACEITA-NOVOS.
            DISPLAY 'DIGITE O PESO DA PRIMEIRA NOTA (0.00 A 9.99): '.
            ACCEPT WS-NOVO-PESO1.
            DISPLAY 'DIGITE O PESO DA SEGUNDA NOTA (0.00 A 9.99): '.
            ACCEPT WS-NOVO-PESO2.
            DISPLAY 'DIGITE O PESO DA TERCEIRA NOTA (0.00 A 9.99): '.
            ACCEPT WS-NOVO-PESO3.
            DISPLAY 'DIGITE O PESO DA QUARTA NOTA (0.00 A 9.99): '.
            ACCEPT WS-NOVO-PESO4.
            DISPLAY 'DIGITE A NOTA DE CORTE (0 A 10): '.
            ACCEPT WS-NOVO-CORTE.
            DISPLAY 'DIGITE O PISO DE RECUPERACAO (0 A 10): '.
            ACCEPT WS-NOVO-PISO.

            COMPUTE WS-SOMA-PESOS = WS-NOVO-PESO1 + WS-NOVO-PESO2
                                  + WS-NOVO-PESO3 + WS-NOVO-PESO4.

            IF WS-SOMA-PESOS = ZERO
                SET WS-PROPOSTA-INVALIDA TO TRUE
                DISPLAY '*** A SOMA DOS PESOS NAO PODE SER ZERO ***'
            ELSE
            IF WS-NOVO-CORTE > 10 OR WS-NOVO-PISO > 10
                SET WS-PROPOSTA-INVALIDA TO TRUE
                DISPLAY '*** CORTE E PISO DEVEM FICAR ENTRE 0 E 10 ***'
            ELSE
            IF WS-NOVO-PISO > WS-NOVO-CORTE
                SET WS-PROPOSTA-INVALIDA TO TRUE
                DISPLAY '*** PISO NAO PODE SER MAIOR QUE A NOTA DE '
                        'CORTE ***'
            ELSE
                SET WS-PROPOSTA-VALIDA TO TRUE
                MOVE WS-NOVO-PESO1 TO WS-PRP-NOV-PESO1(WS-QTD-PROPOSTAS)
                MOVE WS-NOVO-PESO2 TO WS-PRP-NOV-PESO2(WS-QTD-PROPOSTAS)
                MOVE WS-NOVO-PESO3 TO WS-PRP-NOV-PESO3(WS-QTD-PROPOSTAS)
                MOVE WS-NOVO-PESO4 TO WS-PRP-NOV-PESO4(WS-QTD-PROPOSTAS)
                MOVE WS-NOVO-CORTE TO WS-PRP-NOV-CORTE(WS-QTD-PROPOSTAS)
                MOVE WS-NOVO-PISO  TO WS-PRP-NOV-PISO(WS-QTD-PROPOSTAS)
            END-IF
            END-IF
            END-IF.

      *    Uma passada pelo ALUNOS para cada materia simulada, para
      *    que a relacao de afetados saia agrupada por materia.
       P020-SIMULA-MATERIA.
            MOVE ZERO TO WS-TOT-LIDOS.
            MOVE ZERO TO WS-TOT-MUDA-STATUS.
            MOVE ZERO TO WS-TOT-MUDA-CONC.
            INITIALIZE WS-TAB-DISTRIB.

            PERFORM P025-IMPRIME-PARAMETROS.

            PERFORM P030-POSICIONA-ALUNOS.
            PERFORM P035-CICLO-SIMULACAO UNTIL FIM-ALUNOS.

            PERFORM P070-IMPRIME-RESUMO.

       P025-IMPRIME-PARAMETROS.
            MOVE WS-PRP-MATERIA(WS-IDX-PRP) TO CAB-MATERIA.

            WRITE REG-SIMULA FROM WS-LINHA-BRANCO.
            WRITE REG-SIMULA FROM WS-CAB-MATERIA.
            WRITE REG-SIMULA FROM WS-CAB-PARM.

            MOVE 'ATUAL'                      TO PAR-ROTULO.
            MOVE WS-PRP-ATU-PESO1(WS-IDX-PRP) TO PAR-PESO1.
            MOVE WS-PRP-ATU-PESO2(WS-IDX-PRP) TO PAR-PESO2.
            MOVE WS-PRP-ATU-PESO3(WS-IDX-PRP) TO PAR-PESO3.
            MOVE WS-PRP-ATU-PESO4(WS-IDX-PRP) TO PAR-PESO4.
            MOVE WS-PRP-ATU-CORTE(WS-IDX-PRP) TO PAR-CORTE.
            MOVE WS-PRP-ATU-PISO(WS-IDX-PRP)  TO PAR-PISO.
            WRITE REG-SIMULA FROM WS-LINHA-PARM.

            MOVE 'PROPOSTO'                   TO PAR-ROTULO.
            MOVE WS-PRP-NOV-PESO1(WS-IDX-PRP) TO PAR-PESO1.
            MOVE WS-PRP-NOV-PESO2(WS-IDX-PRP) TO PAR-PESO2.
            MOVE WS-PRP-NOV-PESO3(WS-IDX-PRP) TO PAR-PESO3.
            MOVE WS-PRP-NOV-PESO4(WS-IDX-PRP) TO PAR-PESO4.
            MOVE WS-PRP-NOV-CORTE(WS-IDX-PRP) TO PAR-CORTE.
            MOVE WS-PRP-NOV-PISO(WS-IDX-PRP)  TO PAR-PISO.
            WRITE REG-SIMULA FROM WS-LINHA-PARM.

            WRITE REG-SIMULA FROM WS-LINHA-BRANCO.
            WRITE REG-SIMULA FROM WS-CAB-AFETADOS.

       P030-POSICIONA-ALUNOS.
            MOVE 'N' TO WS-EOF-ALUNOS.
            MOVE LOW-VALUES TO REG-CHAVE.

            START ALUNOS-FILE KEY IS NOT LESS REG-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-EOF-ALUNOS
            END-START.

            IF NOT FIM-ALUNOS
                PERFORM P032-LE-ALUNOS
            END-IF.

       P032-LE-ALUNOS.
            READ ALUNOS-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-ALUNOS
            END-READ.

       P035-CICLO-SIMULACAO.
            IF REG-ANO-LETIVO = WS-ANO-SIM
             AND REG-BIMESTRE = WS-BIM-SIM
             AND REG-MATERIA  = WS-PRP-MATERIA(WS-IDX-PRP)
                PERFORM P040-SIMULA-LANCAMENTO
            END-IF.

            PERFORM P032-LE-ALUNOS.

      *    As duas regras sao recalculadas sobre as mesmas notas,
      *    aulas e faltas gravadas, para que a diferenca mostrada seja
      *    so o efeito da troca de parametros (o status gravado pode
      *    trazer recuperacao ou retificacao feitas depois).
       P040-SIMULA-LANCAMENTO.
            ADD 1 TO WS-TOT-LIDOS.

            PERFORM P045-MONTA-CHAMADA.
            MOVE WS-PRP-ATUAL(WS-IDX-PRP) TO WS-PARM-SIMULADO.
            CALL "MODULO2MOD"                  USING WS-VARIAVEIS.
            PERFORM P048-CONFERE-CALCULO.
            MOVE WS-MEDIA    TO WS-ATU-MEDIA.
            MOVE WS-STATUS   TO WS-ATU-STATUS.
            MOVE WS-CONCEITO TO WS-ATU-CONCEITO.
            MOVE 1 TO WS-IDX-DIS.
            PERFORM P050-CONTA-STATUS.

            PERFORM P045-MONTA-CHAMADA.
            MOVE WS-PRP-NOVO(WS-IDX-PRP) TO WS-PARM-SIMULADO.
            CALL "MODULO2MOD"                  USING WS-VARIAVEIS.
            PERFORM P048-CONFERE-CALCULO.
            MOVE WS-MEDIA    TO WS-NOV-MEDIA.
            MOVE WS-STATUS   TO WS-NOV-STATUS.
            MOVE WS-CONCEITO TO WS-NOV-CONCEITO.
            MOVE 2 TO WS-IDX-DIS.
            PERFORM P050-CONTA-STATUS.

            IF WS-ATU-STATUS NOT = WS-NOV-STATUS
             OR WS-ATU-CONCEITO NOT = WS-NOV-CONCEITO
                PERFORM P060-IMPRIME-AFETADO
            END-IF.

       P045-MONTA-CHAMADA.
            INITIALIZE WS-VARIAVEIS.
            MOVE REG-MATRICULA   TO WS-MATRICULA.
            MOVE REG-NOME        TO WS-NOME.
            MOVE REG-MATERIA     TO WS-MATERIA.
            MOVE REG-ANO-LETIVO  TO WS-ANO-LETIVO.
            MOVE REG-BIMESTRE    TO WS-BIMESTRE.
            MOVE REG-N1          TO WS-N1.
            MOVE REG-N2          TO WS-N2.
            MOVE REG-N3          TO WS-N3.
            MOVE REG-N4          TO WS-N4.
            MOVE REG-AULAS-DADAS TO WS-AULAS-DADAS.
            MOVE REG-FALTAS      TO WS-FALTAS.
            MOVE 'S'             TO WS-MODO.

       P048-CONFERE-CALCULO.
            IF ERRO
                ADD 1 TO WS-TOT-ERROS
                DISPLAY 'ERRO DE CALCULO NA SIMULACAO: ' REG-MATRICULA
                        ' ' REG-MATERIA
            END-IF.

       P050-CONTA-STATUS.
            EVALUATE TRUE
               WHEN WS-APROVADO
                   ADD 1 TO WS-DIS-APROV(WS-IDX-DIS)
               WHEN WS-RECUPERACAO
                   ADD 1 TO WS-DIS-RECUP(WS-IDX-DIS)
               WHEN WS-REPROVADO
                   ADD 1 TO WS-DIS-REPROV(WS-IDX-DIS)
               WHEN WS-REPROV-FALTA
                   ADD 1 TO WS-DIS-FALTA(WS-IDX-DIS)
               WHEN OTHER
                   CONTINUE
            END-EVALUATE.

       P060-IMPRIME-AFETADO.
            IF WS-ATU-STATUS NOT = WS-NOV-STATUS
                ADD 1 TO WS-TOT-MUDA-STATUS
            END-IF.
            IF WS-ATU-CONCEITO NOT = WS-NOV-CONCEITO
                ADD 1 TO WS-TOT-MUDA-CONC
            END-IF.

            MOVE REG-MATRICULA   TO AFE-MATRICULA.
            MOVE REG-NOME        TO AFE-NOME.
            MOVE WS-ATU-MEDIA    TO AFE-ATU-MEDIA.
            MOVE WS-ATU-STATUS   TO AFE-ATU-STATUS.
            MOVE WS-ATU-CONCEITO TO AFE-ATU-CONCEITO.
            MOVE WS-NOV-MEDIA    TO AFE-NOV-MEDIA.
            MOVE WS-NOV-STATUS   TO AFE-NOV-STATUS.
            MOVE WS-NOV-CONCEITO TO AFE-NOV-CONCEITO.

            WRITE REG-SIMULA FROM WS-LINHA-AFETADO.

       P070-IMPRIME-RESUMO.
            IF WS-TOT-MUDA-STATUS = ZERO AND WS-TOT-MUDA-CONC = ZERO
                WRITE REG-SIMULA FROM WS-LINHA-SEM-MUDANCA
            END-IF.

            WRITE REG-SIMULA FROM WS-LINHA-BRANCO.

            MOVE 'ATUAL'            TO DIS-ROTULO.
            MOVE WS-DIS-APROV(1)    TO DIS-APROV.
            MOVE WS-DIS-RECUP(1)    TO DIS-RECUP.
            MOVE WS-DIS-REPROV(1)   TO DIS-REPROV.
            MOVE WS-DIS-FALTA(1)    TO DIS-FALTA.
            WRITE REG-SIMULA FROM WS-LINHA-DISTRIB.

            MOVE 'PROPOSTO'         TO DIS-ROTULO.
            MOVE WS-DIS-APROV(2)    TO DIS-APROV.
            MOVE WS-DIS-RECUP(2)    TO DIS-RECUP.
            MOVE WS-DIS-REPROV(2)   TO DIS-REPROV.
            MOVE WS-DIS-FALTA(2)    TO DIS-FALTA.
            WRITE REG-SIMULA FROM WS-LINHA-DISTRIB.

            MOVE WS-TOT-LIDOS       TO TOT-LIDOS.
            MOVE WS-TOT-MUDA-STATUS TO TOT-MUDA-STATUS.
            MOVE WS-TOT-MUDA-CONC   TO TOT-MUDA-CONC.
            WRITE REG-SIMULA FROM WS-LINHA-MATERIA.

            ADD WS-TOT-LIDOS        TO WS-GER-LIDOS.
            ADD WS-TOT-MUDA-STATUS  TO WS-GER-MUDA-STATUS.
            ADD WS-TOT-MUDA-CONC    TO WS-GER-MUDA-CONC.

       P080-IMPRIME-TOTAIS.
            MOVE WS-GER-LIDOS       TO GER-LIDOS.
            MOVE WS-GER-MUDA-STATUS TO GER-MUDA-STATUS.
            MOVE WS-GER-MUDA-CONC   TO GER-MUDA-CONC.

            WRITE REG-SIMULA FROM WS-LINHA-BRANCO.
            WRITE REG-SIMULA FROM WS-LINHA-GERAL.

       P999-FECHA-ARQUIVOS.
            CLOSE ALUNOS-FILE.
            CLOSE PARM-FILE.
            CLOSE SIMULA-FILE.

       P900-FIM.
            STOP RUN.

       END PROGRAM MODULO2SIM.
