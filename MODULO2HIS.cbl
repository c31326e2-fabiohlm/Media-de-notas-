      *          do ano (MATR-TRANSFERIDO) sai uma secao extra com os
      *          bimestres parciais do ano em curso, lidos direto do
      *          cadastro ALUNOS (todo ano ainda sem registro no
      *          RESFINAL) e das geracoes de arquivo morto registradas
      *          no EXPURGO pelo MODULO2EXG.  Cada ano sai com a
      *          turma em que o aluno estava em cada bimestre, tirada
      *          do historico de movimentacao MOVMATR pela rotina
      *          MODULO2MOV.  As linhas de assinatura
      *          seguem o padrao do relatorio de encerramento, para o
      *          documento ser entregue como esta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY REG-NOME WITH DUPLICATES
               FILE STATUS WS-ALU-STATUS.

           SELECT EXPURGO-FILE ASSIGN TO "EXPURGO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXC-STATUS.

           SELECT ARQALU-FILE ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ARQ-STATUS.

           SELECT HISTORIC-FILE ASSIGN TO "HISTORIC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HIS-STATUS.
       01  REG-ALUNO.
           COPY ALUNOREG.

       FD  EXPURGO-FILE.
       01  REG-EXPURGO.
           COPY EXGCTLRG.

       FD  ARQALU-FILE.
       01  REG-ARQALU.
           COPY EXGREG.

       FD  HISTORIC-FILE.
       01  REG-HISTORIC              PIC X(80).

       01 WS-HIS-STATUS      PIC X(2)  VALUE SPACES.
           88 HIS-OK             VALUE '00'.

       01 WS-EXC-STATUS      PIC X(2)  VALUE SPACES.
           88 EXC-OK             VALUE '00'.

       01 WS-ARQ-STATUS      PIC X(2)  VALUE SPACES.
           88 ARQ-OK             VALUE '00'.

       01 WS-EOF-RESFINAL    PIC X(1)  VALUE 'N'.
           88 FIM-RESFINAL       VALUE 'S'.

       01 WS-EOF-NOTAS       PIC X(1)  VALUE 'N'.
           88 FIM-NOTAS          VALUE 'S'.

       01 WS-EOF-EXPURGO     PIC X(1)  VALUE 'N'.
           88 FIM-EXPURGO        VALUE 'S'.

       01 WS-EOF-ARQ         PIC X(1)  VALUE 'N'.
           88 FIM-ARQ            VALUE 'S'.

       01 WS-SW-FIN          PIC X(1)  VALUE 'N'.
           88 WS-FIN-ABERTO      VALUE 'S'.

       01 WS-HIS-NOME        PIC X(20) VALUE SPACES.
       01 WS-DATA-HOJE       PIC 9(6)  VALUE ZEROS.
       01 WS-ANO-ATUAL       PIC 9(4)  VALUE ZEROS.
       01 WS-NOME-GERACAO    PIC X(30) VALUE SPACES.
       01 WS-ULTIMA-GERACAO  PIC X(30) VALUE SPACES.

      *    Registro bimestral em tratamento na secao parcial, vindo do
      *    cadastro ALUNOS ou de uma geracao de arquivo morto.
       01 WS-NOTA-PARCIAL.
           COPY ALUNOREG REPLACING LEADING ==REG-== BY ==NTP-==.

       01 WS-QTD-ANOS        PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-TAB-ANOS.
           03 WS-ANO-LISTA       OCCURS 20 TIMES PIC 9(4).

      *    Anos que aparecem na secao parcial, na ordem em que surgem.
       01 WS-QTD-ANOS-PARC   PIC 9(2) COMP VALUE ZERO.
       01 WS-IDX-PARC        PIC 9(2) COMP VALUE ZERO.
       01 WS-SW-ANO-PARC     PIC X(1)  VALUE 'N'.
           88 WS-ANO-PARC-LISTADO VALUE 'S'.

       01 WS-TAB-ANOS-PARC.
           03 WS-ANO-PARC        OCCURS 20 TIMES PIC 9(4).

       01 WS-ANO-TURMAS      PIC 9(4)  VALUE ZEROS.
       01 WS-BIM-HIS         PIC 9(1)  VALUE ZERO.

       01 WS-ROTULO-BIM.
           03 FILLER             PIC X(02) VALUE ' B'.
           03 ROT-BIM            PIC 9(01).
           03 FILLER             PIC X(02) VALUE ': '.

       01 WS-GRUPO.
           03 WS-GRP-MATERIA     PIC X(20) VALUE SPACES.
           03 WS-GRP-ANO         PIC 9(4)  VALUE ZEROS.
       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-MOVIMENTO.
           COPY MVTREG.

       01 WS-CAB-1.
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(30)
           03 ANO-BLOCO          PIC 9(04).
           03 FILLER             PIC X(64) VALUE SPACES.

       01 WS-LINHA-TURMAS.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE 'TURMA '.
           03 TUR-ANO            PIC 9(04).
           03 TUR-ITEM OCCURS 4 TIMES.
               05 TUR-ROTULO     PIC X(05).
               05 TUR-TURMA      PIC X(10).
           03 FILLER             PIC X(09) VALUE SPACES.

       01 WS-CAB-MATERIAS.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(21) VALUE 'MATERIA'.
            ELSE
            IF MATR-TRANSFERIDO
                MOVE 'TRANSFERIDO' TO CAB-SITUACAO
            ELSE
            IF MATR-CONCLUIDO
                MOVE 'CONCLUIDO'   TO CAB-SITUACAO
            ELSE
                MOVE MATR-SITUACAO TO CAB-SITUACAO
            END-IF
            END-IF
            END-IF.

            WRITE REG-HISTORIC FROM WS-CAB-1.

            WRITE REG-HISTORIC FROM WS-LINHA-BRANCO.
            WRITE REG-HISTORIC FROM WS-LINHA-ANO.
            MOVE WS-ANO-LISTA(WS-IDX-ANO) TO WS-ANO-TURMAS.
            PERFORM P030-IMPRIME-TURMAS-ANO.
            WRITE REG-HISTORIC FROM WS-CAB-MATERIAS.

            MOVE 'N' TO WS-EOF-RESFINAL.

            WRITE REG-HISTORIC FROM WS-LINHA-MATERIA.

       P030-IMPRIME-TURMAS-ANO.
            MOVE WS-ANO-TURMAS TO TUR-ANO.

            PERFORM P032-TURMA-BIMESTRE
                VARYING WS-BIM-HIS FROM 1 BY 1
                UNTIL WS-BIM-HIS > 4.

            WRITE REG-HISTORIC FROM WS-LINHA-TURMAS.

      *    Sem calendario do bimestre a turma fica N/D; sem historico
      *    de movimentacao vale a turma atual do MATRICUL.
       P032-TURMA-BIMESTRE.
            MOVE 'C'              TO MVT-FUNCAO.
            MOVE WS-HIS-MATRICULA TO MVT-MATRICULA.
            MOVE WS-ANO-TURMAS    TO MVT-ANO-LETIVO.
            MOVE WS-BIM-HIS       TO MVT-BIMESTRE.
            MOVE MATR-TURMA       TO MVT-TURMA.
            MOVE MATR-SITUACAO    TO MVT-SITUACAO.
            CALL "MODULO2MOV"                  USING WS-MOVIMENTO.

            MOVE WS-BIM-HIS    TO ROT-BIM.
            MOVE WS-ROTULO-BIM TO TUR-ROTULO(WS-BIM-HIS).

            IF MVT-SEM-CALENDARIO
                MOVE 'N/D'     TO TUR-TURMA(WS-BIM-HIS)
            ELSE
            IF MVT-TURMA = SPACES
                MOVE '-'       TO TUR-TURMA(WS-BIM-HIS)
            ELSE
                MOVE MVT-TURMA TO TUR-TURMA(WS-BIM-HIS)
            END-IF
            END-IF.

      *    Os anos expurgados sao mais antigos que os do cadastro, por
      *    isso as geracoes de arquivo morto sao lidas primeiro.
       P040-SECAO-PARCIAL.
            MOVE 'N' TO WS-SW-PARCIAL.
            MOVE 'N' TO WS-SW-GRUPO.

            PERFORM P050-PARCIAL-EXPURGO.

            IF WS-ALU-ABERTO
                MOVE 'N' TO WS-EOF-NOTAS
                MOVE WS-HIS-MATRICULA TO REG-MATRICULA
                MOVE LOW-VALUES       TO REG-MATERIA
                MOVE ZEROS            TO REG-ANO-LETIVO
                        MOVE 'S' TO WS-EOF-NOTAS
                END-START
                PERFORM P042-LE-NOTA UNTIL FIM-NOTAS
            END-IF.

            IF WS-TEM-GRUPO
                PERFORM P048-IMPRIME-PARCIAL
            END-IF.

            PERFORM P049-IMPRIME-TURMAS-PARC
                VARYING WS-IDX-PARC FROM 1 BY 1
                UNTIL WS-IDX-PARC > WS-QTD-ANOS-PARC.

       P042-LE-NOTA.
            READ ALUNOS-FILE NEXT RECORD
                AT END
                IF REG-MATRICULA NOT = WS-HIS-MATRICULA
                    MOVE 'S' TO WS-EOF-NOTAS
                ELSE
                    MOVE REG-ALUNO TO WS-NOTA-PARCIAL
                    PERFORM P043-VERIFICA-ANO-ABERTO
                    IF NOT WS-ANO-JA-FECHADO
                        PERFORM P044-TRATA-PARCIAL
                   OR WS-ANO-JA-FECHADO.

       P043A-COMPARA-ANO.
            IF WS-ANO-LISTA(WS-IDX) = NTP-ANO-LETIVO
                SET WS-ANO-JA-FECHADO TO TRUE
            END-IF.

            END-IF.

            IF WS-TEM-GRUPO
                IF NTP-MATERIA NOT = WS-GRP-MATERIA
                 OR NTP-ANO-LETIVO NOT = WS-GRP-ANO
                    PERFORM P048-IMPRIME-PARCIAL
                    PERFORM P046-ABRE-GRUPO
                END-IF
                PERFORM P046-ABRE-GRUPO
            END-IF.

            IF NTP-BIMESTRE > 0 AND NTP-BIMESTRE < 5
                MOVE NTP-MEDIA TO WS-GRP-MED-BIM(NTP-BIMESTRE)
            END-IF.

       P046-ABRE-GRUPO.
            SET WS-TEM-GRUPO TO TRUE.
            MOVE NTP-MATERIA    TO WS-GRP-MATERIA.
            MOVE NTP-ANO-LETIVO TO WS-GRP-ANO.
            MOVE ZEROS          TO WS-GRP-MED-BIM(1).
            MOVE ZEROS          TO WS-GRP-MED-BIM(2).
            MOVE ZEROS          TO WS-GRP-MED-BIM(3).
            MOVE ZEROS          TO WS-GRP-MED-BIM(4).

            MOVE 'N' TO WS-SW-ANO-PARC.
            PERFORM P047-PROCURA-ANO-PARC
                VARYING WS-IDX-PARC FROM 1 BY 1
                UNTIL WS-IDX-PARC > WS-QTD-ANOS-PARC
                   OR WS-ANO-PARC-LISTADO.

            IF NOT WS-ANO-PARC-LISTADO AND WS-QTD-ANOS-PARC < 20
                ADD 1 TO WS-QTD-ANOS-PARC
                MOVE NTP-ANO-LETIVO TO WS-ANO-PARC(WS-QTD-ANOS-PARC)
            END-IF.

       P047-PROCURA-ANO-PARC.
            IF WS-ANO-PARC(WS-IDX-PARC) = NTP-ANO-LETIVO
                SET WS-ANO-PARC-LISTADO TO TRUE
            END-IF.

       P048-IMPRIME-PARCIAL.
            ADD 1 TO WS-TOT-MATERIAS.
            MOVE WS-GRP-MATERIA    TO PARC-MATERIA.

            MOVE 'N' TO WS-SW-GRUPO.

       P049-IMPRIME-TURMAS-PARC.
            MOVE WS-ANO-PARC(WS-IDX-PARC) TO WS-ANO-TURMAS.
            PERFORM P030-IMPRIME-TURMAS-ANO.

      *    Cada geracao registrada no EXPURGO e lida uma vez; o
      *    arquivo morto esta em ordem de chave, entao a leitura para
      *    quando passa da matricula do aluno.
       P050-PARCIAL-EXPURGO.
            MOVE 'N'    TO WS-EOF-EXPURGO.
            MOVE SPACES TO WS-ULTIMA-GERACAO.

            OPEN INPUT EXPURGO-FILE.
            IF EXC-OK
                PERFORM P052-LE-EXPURGO
                PERFORM P054-TRATA-EXPURGO UNTIL FIM-EXPURGO
                CLOSE EXPURGO-FILE
            END-IF.

       P052-LE-EXPURGO.
            READ EXPURGO-FILE
                AT END MOVE 'S' TO WS-EOF-EXPURGO
            END-READ.

       P054-TRATA-EXPURGO.
            IF EXC-GERACAO NOT = WS-ULTIMA-GERACAO
                MOVE EXC-GERACAO TO WS-ULTIMA-GERACAO
                PERFORM P056-LE-GERACAO
            END-IF.

            PERFORM P052-LE-EXPURGO.

       P056-LE-GERACAO.
            MOVE 'N'         TO WS-EOF-ARQ.
            MOVE EXC-GERACAO TO WS-NOME-GERACAO.

            OPEN INPUT ARQALU-FILE.
            IF NOT ARQ-OK
                DISPLAY '*** GERACAO DE ARQUIVO MORTO INDISPONIVEL: '
                        WS-NOME-GERACAO ' ***'
            ELSE
                PERFORM P057-LE-ARQALU
                PERFORM P058-TRATA-ARQALU UNTIL FIM-ARQ
                CLOSE ARQALU-FILE
            END-IF.

       P057-LE-ARQALU.
            READ ARQALU-FILE
                AT END MOVE 'S' TO WS-EOF-ARQ
            END-READ.

       P058-TRATA-ARQALU.
            IF EXG-DETALHE
                MOVE EXG-DADOS TO WS-NOTA-PARCIAL
                IF NTP-MATRICULA > WS-HIS-MATRICULA
                    MOVE 'S' TO WS-EOF-ARQ
                ELSE
                IF NTP-MATRICULA = WS-HIS-MATRICULA
                    PERFORM P043-VERIFICA-ANO-ABERTO
                    IF NOT WS-ANO-JA-FECHADO
                        PERFORM P044-TRATA-PARCIAL
                    END-IF
                END-IF
                END-IF
            END-IF.

            IF NOT FIM-ARQ
                PERFORM P057-LE-ARQALU
            END-IF.

       P080-IMPRIME-ASSINATURAS.
            WRITE REG-HISTORIC FROM WS-LINHA-BRANCO.
            WRITE REG-HISTORIC FROM WS-LINHA-BRANCO.
