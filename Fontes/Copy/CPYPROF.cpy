      *          MODULO E USADO PELA AGENDA (PGMAGE01) PARA VALIDAR O
      *          PROFISSIONAL INFORMADO E CONFERIR SE O HORARIO
      *          SOLICITADO ESTA DENTRO DO EXPEDIENTE CADASTRADO.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO CBO-PROF, O CODIGO DA
      *             OCUPACAO (CBO) DO PROFISSIONAL, EXIGIDO PELO XML
      *             TISS NO PROFISSIONAL EXECUTANTE DA GUIA (VEJA
      *             PGMLOTGER). MIGRACAO UNICA NO PGMLAYMG2.
      ******************************************************************
       01 REG-PROF.
          03 ID-PROF             PIC 9(04).
          03 INATIVO-PROF        PIC X(01) VALUE 'N'.
             88 PROF-INATIVO     VALUE 'S'.
             88 PROF-ATIVO       VALUE 'N'.
          03 CBO-PROF            PIC X(06) VALUE SPACES.
