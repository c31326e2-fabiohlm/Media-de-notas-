      ******************************************************************
      * MOVREG    - Layout do historico de movimentacao de matriculas  *
      *             (MOVMATR.DAT), gravado pela rotina MODULO2MOV a    *
      *             cada inclusao ou alteracao do MATRICUL feita pelo  *
      *             MODULO2CAD, pela carga MODULO2CRG e pela promocao  *
      *             MODULO2PRO.  Chave = matricula + data (AAAAMMDD) + *
      *             hora do movimento, o que deixa os movimentos de    *
      *             cada aluno em ordem cronologica.  Tipos:           *
      *               'I' = inclusao da matricula                      *
      *               'T' = troca de turma (aluno continua ativo)      *
      *               'S' = mudanca de situacao (ex.: transferido)     *
      *               'R' = readmissao (situacao volta a ativo)        *
      *               'P' = promocao/conclusao de fim de ano           *
      *             A turma e a situacao sao gravadas antes e depois   *
      *             do movimento (antes em branco na inclusao).        *
      ******************************************************************
           03 MOV-CHAVE.
               05 MOV-MATRICULA     PIC 9(6).
               05 MOV-DATA          PIC 9(8).
               05 MOV-HORA          PIC 9(8).
           03 MOV-DATA-R REDEFINES MOV-CHAVE.
               05 FILLER            PIC X(6).
               05 MOV-ANO-MES       PIC 9(6).
               05 FILLER            PIC X(10).
           03 MOV-TIPO              PIC X(1).
               88 MOV-INCLUSAO          VALUE 'I'.
               88 MOV-TROCA-TURMA       VALUE 'T'.
               88 MOV-TROCA-SITUACAO    VALUE 'S'.
               88 MOV-READMISSAO        VALUE 'R'.
               88 MOV-PROMOCAO          VALUE 'P'.
           03 MOV-TURMA-ANT         PIC X(10).
           03 MOV-TURMA-NOVA        PIC X(10).
           03 MOV-SIT-ANT           PIC X(1).
           03 MOV-SIT-NOVA          PIC X(1).
           03 MOV-ORIGEM            PIC X(10).
           03 MOV-USUARIO           PIC X(8).
