      ******************************************************************
      * Copybook: CPYPERFIL
      * Purpose: LAYOUT DA TABELA DE PERFIS DE ACESSO (ARQPERFIL):
      *          RECEPCAO, FINANCEIRO, ENFERMAGEM, CLINICO, ESTOQUE,
      *          GESTOR, ADMIN E OUTROS QUE A CLINICA CRIAR. O QUE
      *          CADA PERFIL PODE FAZER ESTA NA MATRIZ DE PERMISSOES
      *          (CPYPERMIS); OS PERFIS DE CADA USUARIO ESTAO EM
      *          ARQUSUPRF (CPYUSUPRF). PERFIL INATIVO NAO CONCEDE
      *          NADA. MANTIDO PELO PGMPRF01.
      ******************************************************************
       01 REG-PERFIL.
          03 COD-PERFIL         PIC X(03).
          03 DESC-PERFIL        PIC X(30) VALUE SPACES.
          03 INATIVO-PERFIL     PIC X(01) VALUE 'N'.
             88 PERFIL-INATIVO  VALUE 'S'.
             88 PERFIL-ATIVO    VALUE 'N'.
