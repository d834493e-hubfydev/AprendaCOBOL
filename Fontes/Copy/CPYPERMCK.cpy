      ******************************************************************
      * Copybook: CPYPERMCK
      * Purpose: PARAMETROS DA CONSULTA DE PERMISSAO DO OPERADOR
      *          LOGADO (PGMPERMCK). O CHAMADOR INFORMA O MODULO E A
      *          OPCAO E RECEBE 'S' EM PERM-RESULTADO QUANDO ALGUM DOS
      *          PERFIS DO OPERADOR CONCEDE A FUNCAO. COM A OPCAO ZERO
      *          VOLTA A SITUACAO DE TODAS AS OPCOES DO MODULO EM
      *          PERM-OPC-OK, PARA O MENU EXIBIR SO O QUE E PERMITIDO.
      ******************************************************************
       01 PERMCK-PARM.
          03 PERM-MODULO        PIC X(08)    VALUE SPACES.
          03 PERM-OPCAO         PIC 9(02)    VALUE ZEROS.
          03 PERM-RESULTADO     PIC X(01)    VALUE 'N'.
             88 PERM-CONCEDIDA  VALUE 'S'.
          03 PERM-OPCOES.
             05 PERM-OPC-OK     PIC X(01)    OCCURS 30 TIMES.
                88 PERM-OPC-LIBERADA VALUE 'S'.
