      *          formato do boletim do MODULO2).  No fim sai uma
      *          pagina de controle com a quantidade de boletins
      *          emitidos e a relacao dos alunos da turma sem nenhum
      *          lancamento no periodo.  A turma de cada aluno e a
      *          do bimestre, nao a de hoje: o historico MOVMATR
      *          (rotina MODULO2MOV) diz em que turma e situacao o
      *          aluno estava na data de fechamento do bimestre, de
      *          modo que quem trocou de turma ou foi transferido
      *          depois ainda sai no boletim da turma em que cursou.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CONTROLE.
           COPY CTLREG.

       01 WS-MOVIMENTO.
           COPY MVTREG.

       01 WS-BOL-CAB-1.
           03 FILLER             PIC X(20) VALUE SPACES.
           03 FILLER             PIC X(40)
            END-READ.

       P020-CICLO-TURMA.
            PERFORM P025-TURMA-DO-BIMESTRE.

            IF MVT-TURMA = WS-TURMA AND MVT-SITUACAO = 'A'
                ADD 1 TO WS-TOT-ALUNOS
                PERFORM P030-MONTA-BOLETIM
            END-IF.

            PERFORM P015-LE-MATRICUL.

      *    Sem historico ou sem calendario do bimestre valem a turma
      *    e a situacao atuais do MATRICUL.
       P025-TURMA-DO-BIMESTRE.
            MOVE 'C'            TO MVT-FUNCAO.
            MOVE MATR-MATRICULA TO MVT-MATRICULA.
            MOVE WS-ANO-BOL     TO MVT-ANO-LETIVO.
            MOVE WS-BIM-BOL     TO MVT-BIMESTRE.
            MOVE MATR-TURMA     TO MVT-TURMA.
            MOVE MATR-SITUACAO  TO MVT-SITUACAO.
            CALL "MODULO2MOV"                  USING WS-MOVIMENTO.

       P030-MONTA-BOLETIM.
            INITIALIZE WS-BOLETIM.
            MOVE MATR-MATRICULA TO WS-BOL-MATRICULA.
