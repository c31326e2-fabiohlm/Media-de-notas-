      ******************************************************************
      * EXGCTLRG  - Layout do controle de expurgo (EXPURGO), uma linha *
      *             por ano letivo retirado do cadastro ALUNOS pelo    *
      *             MODULO2EXG: a geracao de arquivo morto que guarda  *
      *             os registros, a data do expurgo, a quantidade de   *
      *             registros e o somatorio (hash) das medias.  Quem   *
      *             precisa do detalhe bimestral de um ano expurgado   *
      *             (MODULO2HIS, MODULO2RST) localiza aqui a geracao.  *
      ******************************************************************
           03 EXC-ANO-LETIVO        PIC 9(4).
           03 EXC-GERACAO           PIC X(30).
           03 EXC-DATA              PIC 9(8).
           03 EXC-QTD-REG           PIC 9(7).
           03 EXC-HASH-MEDIAS       PIC 9(7)V9.
