      ******************************************************************
      * Copybook: CPYPREPPAR
      * Purpose: PARAMETROS DO PREPARO DE UM ATENDIMENTO (PGMPREPCK E
      *          PGMPREPIMP): O CHAMADOR INFORMA O AGENDAMENTO (ZERO
      *          QUANDO AINDA NAO GRAVADO), O PROCEDIMENTO PRINCIPAL E,
      *          PARA A FOLHA IMPRESSA, O CLIENTE, A DATA E A HORA. O
      *          PGMPREPCK DEVOLVE O PREPARO JUNTO DE TODOS OS
      *          PROCEDIMENTOS (PRINCIPAL E ADICIONAIS DO ARQAGEIT): O
      *          MAIOR JEJUM, A MAIOR ANTECEDENCIA E AS LINHAS DE TEXTO
      *          SEM REPETICAO.
      ******************************************************************
       01 PREPARO-PARM.
          03 PREP-ID-AGE         PIC 9(08)    VALUE ZEROS.
          03 PREP-ID-PROC        PIC 9(04)    VALUE ZEROS.
          03 PREP-ID-CLI         PIC 9(04)    VALUE ZEROS.
          03 PREP-DATA           PIC 9(08)    VALUE ZEROS.
          03 PREP-HORA           PIC 9(04)    VALUE ZEROS.
          03 PREP-ACHOU          PIC X(01)    VALUE 'N'.
             88 PREP-TEM-PREPARO VALUE 'S'.
             88 PREP-SEM-PREPARO VALUE 'N'.
          03 PREP-JEJUM-HORAS    PIC 9(02)    VALUE ZEROS.
          03 PREP-ANTECED-MIN    PIC 9(03)    VALUE ZEROS.
          03 PREP-QTD-LINHAS     PIC 9(02)    VALUE ZEROS.
          03 PREP-LINHA          PIC X(60)    OCCURS 24 TIMES.
