      ******************************************************************
      * OPERREG   - Layout do cadastro de operadores (OPERADOR.DAT).   *
      *             Chave = usuario.  Guarda a senha, o perfil de      *
      *             acesso (S=secretaria, C=coordenacao, D=direcao,    *
      *             O=operacao) e o contador de senhas erradas que     *
      *             bloqueia a conta ao atingir o limite do MODULO2SEG.*
      *             Conta bloqueada so volta com a direcao liberando   *
      *             no MODULO2OPR.                                     *
      ******************************************************************
           03 OPER-USUARIO          PIC X(8).
           03 OPER-NOME             PIC X(20).
           03 OPER-SENHA            PIC X(8).
           03 OPER-PERFIL           PIC X(1).
               88 OPER-SECRETARIA       VALUE 'S'.
               88 OPER-COORDENACAO      VALUE 'C'.
               88 OPER-DIRECAO          VALUE 'D'.
               88 OPER-OPERACAO         VALUE 'O'.
               88 OPER-PERFIL-VALIDO    VALUE 'S', 'C', 'D', 'O'.
           03 OPER-SITUACAO         PIC X(1).
               88 OPER-LIBERADO         VALUE 'L'.
               88 OPER-BLOQUEADO        VALUE 'B'.
           03 OPER-TENTATIVAS       PIC 9(1).
           03 OPER-ULT-DATA         PIC 9(6).
           03 OPER-ULT-HORA         PIC 9(8).
