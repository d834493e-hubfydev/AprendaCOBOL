      ******************************************************************
      * Copybook: CPYUSUPRF
      * Purpose: LAYOUT DOS PERFIS DE ACESSO DE CADA USUARIO
      *          (ARQUSUPRF): UM REGISTRO POR USUARIO E PERFIL, DE
      *          MODO QUE O MESMO LOGIN PODE ACUMULAR MAIS DE UM PERFIL
      *          (A SOMA DAS PERMISSOES). USUARIO SEM NENHUM PERFIL
      *          SEGUE NO REGIME ANTIGO DE USU-PERFIL (ADMINISTRADOR
      *          VE TUDO, DEMAIS VEEM TUDO MENOS USUARIOS E
      *          PARAMETROS). MANTIDO PELO PGMUSUADM.
      ******************************************************************
       01 REG-USUPRF.
          03 CHAVE-USUPRF.
             05 LOGIN-USUPRF      PIC X(10).
             05 COD-PERFIL-USUPRF PIC X(03).
          03 LOGIN-INC-USUPRF   PIC X(10) VALUE SPACES.
          03 DATA-INC-USUPRF    PIC 9(08) VALUE ZEROS.
