      *          VENCER DO MES E O PGMAGE01 BLOQUEIA AGENDAMENTO NOVO
      *          COM CREDENCIAL OBRIGATORIA VENCIDA (SALVO LIBERACAO
      *          DE ADMINISTRADOR, REGISTRADA NA AUDITORIA).
      * Manutencao: 15 OUT 2026 - ACRESCENTADA UF-CRD, A UNIDADE DA
      *             FEDERACAO DO CONSELHO QUE EMITIU O REGISTRO, EXIGIDA
      *             NO PROFISSIONAL EXECUTANTE DA GUIA TISS (VEJA
      *             PGMLOTGER). MIGRACAO UNICA NO PGMLAYMG2.
      ******************************************************************
       01 REG-CREDPR.
          03 CHAVE-CREDPR.
          03 OBRIG-CRD           PIC X(01) VALUE 'S'.
             88 CRED-OBRIGATORIA VALUE 'S'.
             88 CRED-OPCIONAL    VALUE 'N'.
          03 UF-CRD              PIC X(02) VALUE SPACES.
