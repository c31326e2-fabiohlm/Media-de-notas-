      ******************************************************************
      * MVTREG    - Area de comunicacao com a rotina MODULO2MOV, que   *
      *             mantem o historico de movimentacao de matriculas   *
      *             (MOVMATR).  Funcoes:                               *
      *               'I' = grava a inclusao da matricula              *
      *               'A' = grava a alteracao (o tipo do movimento     *
      *                     sai da comparacao entre antes e depois;    *
      *                     sem troca de turma nem de situacao nada e  *
      *                     gravado)                                   *
      *               'P' = grava a promocao de fim de ano             *
      *               'C' = consulta a turma e a situacao do aluno na  *
      *                     data de fechamento do bimestre             *
      *                     MVT-ANO-LETIVO/MVT-BIMESTRE do calendario  *
      *                     (CALENDAR).  O chamador entra com a turma  *
      *                     e a situacao atuais em MVT-TURMA e         *
      *                     MVT-SITUACAO, que ficam como estao quando  *
      *                     nao ha historico ou calendario.            *
      *               'J' = verifica se a promocao do ano              *
      *                     MVT-ANO-LETIVO ja foi gravada para o aluno *
      *                     (movimento 'P' depois do fechamento do 4o  *
      *                     bimestre); devolve em MVT-TURMA e          *
      *                     MVT-SITUACAO as de antes da promocao.      *
      *             Resultado em MVT-RESULTADO: O=ok, N=nada gravado,  *
      *             H=sem historico (na 'J': nao promovido), S=sem     *
      *             calendario, X=aluno ainda nao matriculado na data, *
      *             E=erro no arquivo.                                 *
      ******************************************************************
           03 MVT-FUNCAO        PIC X(1)  VALUE SPACE.
               88 MVT-GRAVA-INCLUSAO  VALUE 'I'.
               88 MVT-GRAVA-ALTERACAO VALUE 'A'.
               88 MVT-GRAVA-PROMOCAO  VALUE 'P'.
               88 MVT-CONSULTA        VALUE 'C'.
               88 MVT-CONSULTA-PROMOCAO VALUE 'J'.
           03 MVT-MATRICULA     PIC 9(6)  VALUE ZEROS.
           03 MVT-TURMA-ANT     PIC X(10) VALUE SPACES.
           03 MVT-TURMA-NOVA    PIC X(10) VALUE SPACES.
           03 MVT-SIT-ANT       PIC X(1)  VALUE SPACE.
           03 MVT-SIT-NOVA      PIC X(1)  VALUE SPACE.
           03 MVT-ORIGEM        PIC X(10) VALUE SPACES.
           03 MVT-USUARIO       PIC X(8)  VALUE SPACES.
           03 MVT-ANO-LETIVO    PIC 9(4)  VALUE ZEROS.
           03 MVT-BIMESTRE      PIC 9(1)  VALUE ZERO.
           03 MVT-TURMA         PIC X(10) VALUE SPACES.
           03 MVT-SITUACAO      PIC X(1)  VALUE SPACE.
           03 MVT-DATA-REF      PIC 9(8)  VALUE ZEROS.
           03 MVT-RESULTADO     PIC X(1)  VALUE SPACE.
               88 MVT-OK              VALUE 'O'.
               88 MVT-NADA-GRAVADO    VALUE 'N'.
               88 MVT-SEM-HISTORICO   VALUE 'H'.
               88 MVT-SEM-CALENDARIO  VALUE 'S'.
               88 MVT-NAO-MATRICULADO VALUE 'X'.
               88 MVT-ERRO            VALUE 'E'.
