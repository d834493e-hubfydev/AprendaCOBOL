      * Purpose: LAYOUT DO ITEM DE PEDIDO DE COMPRA: ITEM DE ESTOQUE,
      *          QUANTIDADE PEDIDA E QUANTIDADE RECEBIDA, CHAVEADO POR
      *          PEDIDO E SEQUENCIA. VEJA CPYPEDCMP.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO PRECO-RECEB-IT, O PRECO
      *             UNITARIO REAL INFORMADO NO RECEBIMENTO (PGMCMP03),
      *             PARA A EVOLUCAO DE PRECO POR ITEM NO DESEMPENHO
      *             DE FORNECEDORES (PGMFORSCR). ZEROS QUANDO NADA FOI
      *             RECEBIDO.
      ******************************************************************
       01 REG-PEDIT.
          03 CHAVE-PEDIT.
          03 ID-ESTQ-IT          PIC 9(04).
          03 QTD-PEDIDA-IT       PIC 9(06).
          03 QTD-RECEBIDA-IT     PIC 9(06).
          03 PRECO-RECEB-IT      PIC 9(06)V99 VALUE ZEROS.
