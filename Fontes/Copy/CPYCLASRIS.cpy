      ******************************************************************
      * Copybook: CPYCLASRIS
      * Purpose: PARAMETROS DA CLASSIFICACAO DE RISCO DA TRIAGEM
      *          (PGMCLASRIS): O CHAMADOR INFORMA OS SINAIS VITAIS
      *          (ZEROS QUANDO NAO MEDIDOS) E RECEBE A COR SUGERIDA E A
      *          TABELA DAS CINCO CORES, DA MAIS GRAVE PARA A MAIS
      *          LEVE, COM O CODIGO, O NOME E A META DE ESPERA MAXIMA
      *          EM MINUTOS. A POSICAO NA TABELA E A ORDEM DA FILA.
      ******************************************************************
       01 CLASRIS-PARM.
          03 CLR-TEMP            PIC 9(02)V9  VALUE ZEROS.
          03 CLR-PRESSAO-SIS     PIC 9(03)    VALUE ZEROS.
          03 CLR-PRESSAO-DIA     PIC 9(03)    VALUE ZEROS.
          03 CLR-COR-SUG         PIC X(01)    VALUE SPACES.
          03 CLR-CORES.
             05 CLR-COR OCCURS 5 TIMES.
                07 CLR-COR-COD   PIC X(01).
                07 CLR-COR-NOME  PIC X(08).
                07 CLR-META-MIN  PIC 9(03).
