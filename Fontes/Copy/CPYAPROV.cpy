      *          RODA CONSUMINDO UMA APROVACAO PENDENTE DO SEU JOB
      *          (PGMAPRCK), COM OS DOIS LOGINS CARIMBADOS NO CONTROLE
      *          DE EXECUCOES (ARQRUNCTL, VIA PGMRUNAPR).
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS SPOOL-PREV-APR,
      *             QTD-PREV-APR E VLR-PREV-APR: A PREVIA (MODO
      *             SIMULACAO) DO BATCH CARIMBA NA SOLICITACAO
      *             PENDENTE A GERACAO DO SPOOL E OS TOTAIS PREVISTOS
      *             (PGMAPRPRV), PARA O APROVADOR CONFERIR O QUE VAI
      *             MUDAR E A EXECUCAO REAL AVISAR SE OS TOTAIS
      *             DIFEREM.
      ******************************************************************
       01 REG-APROV.
          03 ID-APROV           PIC 9(04).
             88 APROV-NEGADA    VALUE '4'.
          03 LOGIN-APROV-APR    PIC X(10) VALUE SPACES.
          03 DATA-APROV-APR     PIC 9(08) VALUE ZEROS.
          03 SPOOL-PREV-APR     PIC 9(04) VALUE ZEROS.
          03 QTD-PREV-APR       PIC 9(06) VALUE ZEROS.
          03 VLR-PREV-APR       PIC 9(10)V99 VALUE ZEROS.
