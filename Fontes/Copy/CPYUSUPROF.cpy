      ******************************************************************
      * Copybook: CPYUSUPROF
      * Purpose: LAYOUT DO VINCULO ENTRE O LOGIN DO USUARIO E O
      *          CADASTRO DE PROFISSIONAIS (ARQUSUPROF): UM REGISTRO
      *          POR LOGIN. E POR ELE QUE O CONTROLE DE LEITURA DE
      *          DADOS CLINICOS (PGMACELOG) SABE SE QUEM CONSULTA E UM
      *          PROFISSIONAL E SE ELE ATENDEU O PACIENTE. MANTIDO
      *          PELO PGMUSUADM.
      ******************************************************************
       01 REG-USUPROF.
          03 LOGIN-USUPROF      PIC X(10).
          03 ID-PROF-USUPROF    PIC 9(04).
          03 LOGIN-INC-USUPROF  PIC X(10) VALUE SPACES.
          03 DATA-INC-USUPROF   PIC 9(08) VALUE ZEROS.
