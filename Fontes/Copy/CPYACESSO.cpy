      ******************************************************************
      * Copybook: CPYACESSO
      * Purpose: LAYOUT DO REGISTRO DE LEITURAS DE DADOS CLINICOS
      *          (ARQACESSO): CADA CONSULTA A PRONTUARIO, RECEITUARIO,
      *          RESULTADO DE EXAME OU DOCUMENTO DE UM PACIENTE GRAVA
      *          UMA LINHA COM O LOGIN, O CLIENTE, O QUE FOI VISTO E EM
      *          QUE PROGRAMA, DATA E HORA. PROFISSIONAL SEM
      *          AGENDAMENTO COM O PACIENTE NOS ULTIMOS DIAS GRAVA
      *          TAMBEM A JUSTIFICATIVA DIGITADA. ARQACESSO.DAT E
      *          SEQUENCIAL, SEMPRE EM EXTEND, GRAVADO PELO PGMACELOG;
      *          CONSULTADO POR PACIENTE NO PGMACE01 E NO RELATORIO
      *          MENSAL DE ACESSOS JUSTIFICADOS (PGMACEREL).
      ******************************************************************
       01 REG-ACESSO.
          03 LOGIN-ACE          PIC X(10).
          03 ID-CLI-ACE         PIC 9(04).
          03 TIPO-ACE           PIC X(08).
      *      PRONTUAR, RECEITA, EXAME, DOCUMENT, ENCAMIN
          03 CHAVE-ACE          PIC X(12).
          03 PROGRAMA-ACE       PIC X(10).
          03 DATA-ACE           PIC 9(08).
          03 HORA-ACE           PIC 9(08).
          03 ID-PROF-ACE        PIC 9(04).
      *      ZEROS = OPERADOR SEM VINCULO DE PROFISSIONAL
          03 VINCULO-ACE        PIC X(01).
             88 ACE-COM-AGENDAMENTO VALUE 'S'.
          03 JUSTIF-ACE         PIC X(01).
             88 ACESSO-JUSTIFICADO  VALUE 'S'.
          03 TEXTO-JUSTIF-ACE   PIC X(60).
