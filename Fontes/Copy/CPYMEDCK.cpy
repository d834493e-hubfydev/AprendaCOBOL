      ******************************************************************
      * Copybook: CPYMEDCK
      * Purpose: PARAMETROS DA CONFERENCIA DE UMA LINHA DE RECEITA
      *          (PGMMEDCK): O CHAMADOR INFORMA O PACIENTE, O
      *          MEDICAMENTO, A DATA E A RECEITA EM EMISSAO. VOLTAM SE
      *          A CONFERENCIA RODOU (SEM ELA A LINHA NAO ENTRA NA
      *          RECEITA), O TIPO DO PIOR CONFLITO ACHADO (ALERTA DE
      *          ALERGIA/MEDICACAO OU DUPLICIDADE COM PRESCRICAO AINDA
      *          EM TRATAMENTO), A MAIOR GRAVIDADE ('1' A '3', COMO EM
      *          CPYALERTA) E AS MENSAGENS PARA O PROFISSIONAL.
      ******************************************************************
       01 MEDCK-PARM.
          03 MCK-ID-CLI          PIC 9(04)    VALUE ZEROS.
          03 MCK-ID-MED          PIC 9(04)    VALUE ZEROS.
          03 MCK-DATA            PIC 9(08)    VALUE ZEROS.
          03 MCK-ID-REC          PIC 9(04)    VALUE ZEROS.
          03 MCK-VERIFICOU       PIC X(01)    VALUE 'N'.
             88 MCK-VERIFICADO   VALUE 'S'.
             88 MCK-NAO-VERIFICADO VALUE 'N'.
          03 MCK-CONFLITO        PIC X(01)    VALUE SPACE.
             88 MCK-SEM-CONFLITO VALUE SPACE.
             88 MCK-CONFL-ALERTA VALUE 'A'.
             88 MCK-CONFL-DUPLIC VALUE 'D'.
          03 MCK-GRAV            PIC X(01)    VALUE SPACE.
             88 MCK-GRAV-ALTA    VALUE '3'.
          03 MCK-QTD-MSG         PIC 9(02)    VALUE ZEROS.
          03 MCK-MSG             PIC X(70)    OCCURS 10 TIMES.
