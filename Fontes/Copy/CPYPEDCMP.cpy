      *          NO PONTO DE REPOSICAO, AJUSTADO E EMITIDO PELO
      *          PGMCMP02 E BAIXADO NO RECEBIMENTO PELO PGMCMP03. OS
      *          ITENS FICAM EM ARQPEDIT (CPYPEDIT).
      * Manutencao: 15 OUT 2026 - ALCADA DE APROVACAO POR VALOR: A
      *             EMISSAO GUARDA O VALOR DO PEDIDO (VLR-TOTAL-PED);
      *             ACIMA DA ALCADA DO OPERADOR O PEDIDO FICA
      *             AGUARDANDO APROVACAO (PED-AGUARD-APROV) COM QUEM
      *             PEDIU E QUANDO, ATE UM PERFIL COM ALCADA APROVAR.
      *             LOGIN E DATA DE QUEM APROVOU FICAM NO PEDIDO E O
      *             PGMCMP03 SO RECEBE PEDIDO APROVADO.
      * Manutencao: 15 OUT 2026 - ACRESCENTADAS A PREVISAO DE ENTREGA
      *             (DATA-PREV-PED, GRAVADA NA EMISSAO PELO PGMCMP02:
      *             DATA DA EMISSAO MAIS O PRAZO DA COTACAO VENCEDORA
      *             OU O PRAZO PADRAO PRAZOCOMPRA) E A DATA DO
      *             RECEBIMENTO (DATA-RECEB-PED, PGMCMP03), BASE DO
      *             PRAZO MEDIO E DA PONTUALIDADE NO DESEMPENHO DE
      *             FORNECEDORES (PGMFORSCR).
      ******************************************************************
       01 REG-PEDCMP.
          03 ID-PEDIDO          PIC 9(04).
             88 PED-RASCUNHO    VALUE '1'.
             88 PED-EMITIDO     VALUE '2'.
             88 PED-RECEBIDO    VALUE '3'.
             88 PED-AGUARD-APROV VALUE '4'.
          03 QTD-ITENS-PED      PIC 9(02).
          03 VLR-TOTAL-PED      PIC 9(08)V99 VALUE ZEROS.
          03 LOGIN-SOLIC-PED    PIC X(10) VALUE SPACES.
          03 DATA-SOLIC-PED     PIC 9(08) VALUE ZEROS.
          03 LOGIN-APROV-PED    PIC X(10) VALUE SPACES.
             88 PED-SEM-APROVACAO VALUE SPACES.
          03 DATA-APROV-PED     PIC 9(08) VALUE ZEROS.
          03 DATA-PREV-PED      PIC 9(08) VALUE ZEROS.
          03 DATA-RECEB-PED     PIC 9(08) VALUE ZEROS.
