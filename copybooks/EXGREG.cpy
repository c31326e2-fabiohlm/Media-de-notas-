      ******************************************************************
      * EXGREG    - Layout da geracao de arquivo morto do cadastro     *
      *             ALUNOS gravada pelo expurgo MODULO2EXG.  Registro  *
      *             'H': cabecalho com o ultimo ano expurgado, a data  *
      *             e hora e a retencao usada.  Registro 'D': imagem   *
      *             completa de um registro de ALUNOS (layout ALUNOREG *
      *             em EXG-DADOS).  Registro 'T': rodape com a         *
      *             quantidade de registros e o somatorio (hash) das   *
      *             medias, para conferencia na leitura.               *
      ******************************************************************
           03 EXG-TIPO-REG          PIC X(1).
               88 EXG-CABECALHO         VALUE 'H'.
               88 EXG-DETALHE           VALUE 'D'.
               88 EXG-RODAPE            VALUE 'T'.
           03 EXG-DADOS             PIC X(94).
           03 EXG-CAB REDEFINES EXG-DADOS.
               05 EXG-H-ANO-LIMITE  PIC 9(4).
               05 EXG-H-DATA        PIC 9(8).
               05 EXG-H-HORA        PIC 9(8).
               05 EXG-H-RETENCAO    PIC 9(2).
               05 FILLER            PIC X(72).
           03 EXG-ROD REDEFINES EXG-DADOS.
               05 EXG-T-QTD-REG     PIC 9(7).
               05 EXG-T-HASH-MEDIAS PIC 9(7)V9.
               05 FILLER            PIC X(79).
