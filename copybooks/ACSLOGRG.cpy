      ******************************************************************
      * ACSLOGRG  - Layout de uma linha do log de acessos (ACESSO.DAT) *
      *             gravado pelo MODULO2SEG - um registro por entrada  *
      *             de operador e por tentativa recusada (senha        *
      *             errada, usuario desconhecido, conta bloqueada ou   *
      *             funcao fora do perfil).                            *
      ******************************************************************
           03 ACS-DATA              PIC 9(6).
           03 ACS-HORA              PIC 9(8).
           03 FILLER                PIC X(1).
           03 ACS-USUARIO           PIC X(8).
           03 ACS-PERFIL            PIC X(1).
           03 ACS-PROGRAMA          PIC X(10).
           03 ACS-ACAO              PIC X(1).
           03 ACS-EVENTO            PIC X(1).
               88 ACS-ENTRADA           VALUE 'E'.
               88 ACS-SENHA-ERRADA      VALUE 'S'.
               88 ACS-DESCONHECIDO      VALUE 'U'.
               88 ACS-BLOQUEIO          VALUE 'K'.
               88 ACS-CONTA-BLOQUEADA   VALUE 'B'.
               88 ACS-FUNCAO-NEGADA     VALUE 'N'.
