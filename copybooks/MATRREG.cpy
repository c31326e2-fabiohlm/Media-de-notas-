      *             Chave = numero de matricula; o nome e chave        *
      *             alternativa (com duplicatas) para consulta.        *
      *             Somente alunos com situacao 'A' (ativo) podem      *
      *             receber lancamento de notas; 'C' (concluido) e     *
      *             gravado pela promocao de fim de ano (MODULO2PRO)   *
      *             para o aluno promovido na ultima serie.            *
      ******************************************************************
           03 MATR-MATRICULA        PIC 9(6).
           03 MATR-NOME             PIC X(20).
           03 MATR-SITUACAO         PIC X(1).
               88 MATR-ATIVO            VALUE 'A'.
               88 MATR-TRANSFERIDO      VALUE 'T'.
               88 MATR-CONCLUIDO        VALUE 'C'.
