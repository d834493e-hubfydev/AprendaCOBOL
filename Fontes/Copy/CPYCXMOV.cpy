      *             ARQUIVO DE LIQUIDACAO DA ADQUIRENTE CONFIRMA O
      *             CREDITO (PGMCONCAR); O QUE FICA EM 'N' E CARTAO
      *             QUE A ADQUIRENTE NUNCA PAGOU.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A FORMA 'Q' (CHEQUE,
      *             COM CUSTODIA EM ARQCHEQUE); A DEVOLUCAO DO CHEQUE
      *             (PGMCHQ01) GRAVA UM ESTORNO DE FORMA 'Q' NO CAIXA
      *             ONDE O CHEQUE ENTROU.
      ******************************************************************
       01 REG-CXMOV.
          03 ID-CAIXA-MOV       PIC 9(04).
             88 MOV-CARTAO      VALUE 'C'.
             88 MOV-PIX         VALUE 'P'.
             88 MOV-OUTROS      VALUE 'O'.
             88 MOV-CHEQUE      VALUE 'Q'.
             88 MOV-DESCONTO    VALUE 'X'.
          03 VLR-MOV            PIC 9(06)V99.
          03 DATA-MOV           PIC 9(06).
