      *             CAIXA E FATURA FILTRAM PELA FILIAL DO OPERADOR;
      *             ADMINISTRADOR E USUARIO SEM VINCULO CONTINUAM
      *             ENXERGANDO TUDO.
      * Manutencao: 15 OUT 2026 - NOVO PERFIL G (GERENTE), USADO NA
      *             ALCADA DE APROVACAO DOS PEDIDOS DE COMPRA: O
      *             OPERADOR APROVA ATE A ALCADA DO COMPRADOR, O
      *             GERENTE ATE A SUA E O ADMINISTRADOR (DONO) SEM
      *             LIMITE. FORA DAS COMPRAS O GERENTE E UM OPERADOR.
      ******************************************************************
       01 REG-USU.
          03 USU-LOGIN       PIC X(10).
          03 USU-PERFIL      PIC X(01) VALUE 'O'.
             88 USU-ADMIN    VALUE 'A'.
             88 USU-OPERADOR VALUE 'O'.
             88 USU-GERENTE  VALUE 'G'.
          03 INATIVO-USU     PIC X(01) VALUE 'N'.
             88 USU-INATIVO  VALUE 'S'.
             88 USU-ATIVO    VALUE 'N'.
