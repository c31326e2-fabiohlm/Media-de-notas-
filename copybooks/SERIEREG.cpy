      ******************************************************************
      * SERIEREG  - Layout da tabela de progressao de series (SERIES), *
      *             mantida pela secretaria.  Registro 'S': uma turma, *
      *             a serie a que pertence e a turma para onde o aluno *
      *             promovido vai no ano seguinte (em branco = ultima  *
      *             serie, o aluno promovido conclui o curso).         *
      *             Registro 'L': limite de materias reprovadas que    *
      *             ainda permite a promocao (ausente = zero).         *
      *             Registro 'E': codigo da escola no censo escolar,   *
      *             levado no cabecalho do arquivo de rendimento.      *
      *             Registro 'Q': media e frequencia minimas para o    *
      *             quadro de honra da classificacao das turmas        *
      *             (ausente = 8,0 e 90%).                             *
      *             Registro 'A': nivel do alerta de meio de ano, a    *
      *             media necessaria acima da qual o aluno entra no    *
      *             relatorio do MODULO2ALR (ausente = 8,0).           *
      ******************************************************************
           03 SER-TIPO              PIC X(1).
               88 SER-PROGRESSAO        VALUE 'S'.
               88 SER-LIMITE            VALUE 'L'.
               88 SER-ESCOLA            VALUE 'E'.
               88 SER-QUADRO-HONRA      VALUE 'Q'.
               88 SER-NIVEL-ALERTA      VALUE 'A'.
           03 SER-DADOS             PIC X(30).
           03 SER-PROG REDEFINES SER-DADOS.
               05 SER-TURMA         PIC X(10).
               05 SER-SERIE         PIC X(10).
               05 SER-PROXIMA       PIC X(10).
           03 SER-LIM REDEFINES SER-DADOS.
               05 SER-QTD-LIMITE    PIC 9(2).
               05 FILLER            PIC X(28).
           03 SER-ESC REDEFINES SER-DADOS.
               05 SER-COD-ESCOLA    PIC X(8).
               05 FILLER            PIC X(22).
           03 SER-HON REDEFINES SER-DADOS.
               05 SER-HON-MEDIA     PIC 99V9.
               05 SER-HON-FREQ      PIC 9(3).
               05 FILLER            PIC X(24).
           03 SER-ALE REDEFINES SER-DADOS.
               05 SER-ALE-NIVEL     PIC 99V9.
               05 FILLER            PIC X(27).
