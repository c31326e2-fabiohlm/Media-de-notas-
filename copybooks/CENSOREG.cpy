      ******************************************************************
      * CENSOREG  - Layout do arquivo de rendimento escolar (CENSO)    *
      *             entregue ao censo escolar, um ano letivo fechado   *
      *             por arquivo.  Registro 'H': cabecalho com o codigo *
      *             da escola e a data de geracao.  Registro 'D': um   *
      *             aluno com a situacao final do ano (1 aprovado,     *
      *             2 reprovado, 3 transferido, 4 abandono).  Registro *
      *             'T': rodape com a quantidade de alunos por         *
      *             situacao, para conferencia na recepcao.            *
      ******************************************************************
           03 CEN-TIPO-REG          PIC X(1).
               88 CEN-CABECALHO         VALUE 'H'.
               88 CEN-DETALHE           VALUE 'D'.
               88 CEN-RODAPE            VALUE 'T'.
           03 CEN-DADOS             PIC X(79).
           03 CEN-CAB REDEFINES CEN-DADOS.
               05 CEN-H-COD-ESCOLA  PIC X(8).
               05 CEN-H-ANO-LETIVO  PIC 9(4).
               05 CEN-H-DATA-GERACAO PIC 9(8).
               05 FILLER            PIC X(59).
           03 CEN-DET REDEFINES CEN-DADOS.
               05 CEN-D-COD-ESCOLA  PIC X(8).
               05 CEN-D-ANO-LETIVO  PIC 9(4).
               05 CEN-D-MATRICULA   PIC 9(6).
               05 CEN-D-NOME        PIC X(20).
               05 CEN-D-TURMA       PIC X(10).
               05 CEN-D-SERIE       PIC X(10).
               05 CEN-D-SITUACAO    PIC 9(1).
                   88 CEN-APROVADO      VALUE 1.
                   88 CEN-REPROVADO     VALUE 2.
                   88 CEN-TRANSFERIDO   VALUE 3.
                   88 CEN-ABANDONO      VALUE 4.
               05 CEN-D-QTD-MAT     PIC 9(2).
               05 CEN-D-QTD-REPROV  PIC 9(2).
               05 CEN-D-QTD-INCOMP  PIC 9(2).
               05 FILLER            PIC X(14).
           03 CEN-ROD REDEFINES CEN-DADOS.
               05 CEN-T-QTD-ALUNOS  PIC 9(7).
               05 CEN-T-QTD-APROV   PIC 9(7).
               05 CEN-T-QTD-REPROV  PIC 9(7).
               05 CEN-T-QTD-TRANSF  PIC 9(7).
               05 CEN-T-QTD-ABAND   PIC 9(7).
               05 FILLER            PIC X(44).
