      *             VINCULO DE FILIAL DO OPERADOR (FILIAL-USU),
      *             COPIADO PELO PGMLOGIN PARA OS PROGRAMAS FILTRAREM
      *             PELA UNIDADE DO OPERADOR (ZEROS = SEM VINCULO).
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O PERFIL G (GERENTE),
      *             VEJA CPYUSU.
      ******************************************************************
       01 REG-SESSAO.
          03 SESSAO-LOGIN       PIC X(10).
          03 SESSAO-PERFIL      PIC X(01).
             88 SESSAO-ADMIN    VALUE 'A'.
             88 SESSAO-OPERADOR VALUE 'O'.
             88 SESSAO-GERENTE  VALUE 'G'.
          03 SESSAO-FILIAL      PIC 9(02) VALUE ZEROS.
             88 SESSAO-SEM-FILIAL VALUE ZEROS.
