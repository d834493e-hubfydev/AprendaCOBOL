      ******************************************************************
      * Copybook: CPYPERMIS
      * Purpose: LAYOUT DA MATRIZ DE PERMISSOES PERFIL X FUNCAO
      *          (ARQPERMIS). A FUNCAO E O MODULO (MENU01 PARA O MENU
      *          PRINCIPAL, CLIENT, AGENDA, CAIXA ... PARA OS SUBMENUS
      *          E ACAO PARA AS ACOES SENSIVEIS) MAIS O NUMERO DA
      *          OPCAO, O MESMO QUE O OPERADOR DIGITA NO MENU. SEM
      *          REGISTRO, A FUNCAO NAO E CONCEDIDA AO PERFIL.
      *          ACOES SENSIVEIS (MODULO ACAO):
      *             01 - ESTORNO (RECEBIMENTO E FATURA)
      *             02 - DESCONTO NO RECEBIMENTO SEM SUPERVISOR
      *             03 - ALTERACAO DE PRECO DO CATALOGO
      *             04 - CONSULTA DE PRONTUARIO
      *          MANTIDA PELO PGMPRF01 E CONSULTADA PELO PGMPERMCK.
      ******************************************************************
       01 REG-PERMIS.
          03 CHAVE-PERMIS.
             05 COD-PERFIL-PERM PIC X(03).
             05 MODULO-PERM     PIC X(08).
             05 OPCAO-PERM      PIC 9(02).
          03 PERMITIDO-PERM     PIC X(01) VALUE 'S'.
             88 PERM-PERMITIDA  VALUE 'S'.
          03 LOGIN-PERM         PIC X(10) VALUE SPACES.
          03 DATA-PERM          PIC 9(08) VALUE ZEROS.
