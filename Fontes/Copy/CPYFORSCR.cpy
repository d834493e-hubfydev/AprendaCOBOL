      ******************************************************************
      * Copybook: CPYFORSCR
      * Purpose: LAYOUT DA NOTA DE DESEMPENHO DO FORNECEDOR
      *          (ARQFORSCR), UM REGISTRO POR FORNECEDOR, REFEITO A
      *          CADA RODADA DO PGMFORSCR SOBRE OS PEDIDOS RECEBIDOS
      *          NA JANELA: PRAZO MEDIO DA EMISSAO AO RECEBIMENTO,
      *          PERCENTUAL ENTREGUE COMPLETO E NO PRAZO, TAXAS DE
      *          DIVERGENCIA DE QUANTIDADE (RECEBIDO X PEDIDO) E DE
      *          PRECO (TITULO BLOQUEADO NO CONFRONTO DO PGMPAG01),
      *          DEVOLUCOES E A NOTA FINAL DE 0 A 100. LIDA PELO
      *          PGMCOT01 PARA MOSTRAR A NOTA AO LADO DA COTACAO.
      ******************************************************************
       01 REG-FORSCR.
          03 ID-FORN-SCR         PIC 9(04).
          03 DATA-CALC-SCR       PIC 9(08).
          03 MESES-SCR           PIC 9(02).
          03 QTD-PED-SCR         PIC 9(04).
          03 PRAZO-MEDIO-SCR     PIC 9(03)V9.
          03 PCT-PONTUAL-SCR     PIC 9(03).
          03 PCT-DIV-QTD-SCR     PIC 9(03).
          03 PCT-DIV-PRECO-SCR   PIC 9(03).
          03 QTD-DEV-SCR         PIC 9(04).
          03 VLR-DEV-SCR         PIC 9(08)V99.
          03 PCT-DEV-SCR         PIC 9(03).
          03 NOTA-SCR            PIC 9(03).
