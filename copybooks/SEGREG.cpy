      ******************************************************************
      * SEGREG    - Area de comunicacao com a rotina de seguranca      *
      *             MODULO2SEG.  Funcoes:                              *
      *               'E' = entrada do operador (usuario e senha; se   *
      *                     ja ha operador identificado nesta execucao *
      *                     ele e devolvido sem nova pergunta)         *
      *               'A' = autoriza a acao SEG-ACAO para o perfil do  *
      *                     operador identificado                      *
      *               'S' = saida (encerra a identificacao)            *
      *             Resultado em SEG-RESULTADO: L=liberado, N=negado.  *
      ******************************************************************
           03 SEG-FUNCAO        PIC X(1)  VALUE SPACE.
               88 SEG-ENTRADA       VALUE 'E'.
               88 SEG-AUTORIZA      VALUE 'A'.
               88 SEG-SAIDA         VALUE 'S'.
           03 SEG-PROGRAMA      PIC X(10) VALUE SPACES.
           03 SEG-ACAO          PIC X(1)  VALUE SPACE.
               88 SEG-LANCA-NOTAS   VALUE 'L'.
               88 SEG-RETIFICA      VALUE 'R'.
               88 SEG-PARAMETROS    VALUE 'P'.
               88 SEG-MATRICULAS    VALUE 'M'.
               88 SEG-OPERADORES    VALUE 'O'.
               88 SEG-ATRIBUICOES   VALUE 'T'.
               88 SEG-CALENDARIO    VALUE 'K'.
               88 SEG-REABERTURA    VALUE 'B'.
           03 SEG-USUARIO       PIC X(8)  VALUE SPACES.
           03 SEG-PERFIL        PIC X(1)  VALUE SPACE.
           03 SEG-RESULTADO     PIC X(1)  VALUE SPACE.
               88 SEG-LIBERADO      VALUE 'L'.
               88 SEG-NEGADO        VALUE 'N'.
