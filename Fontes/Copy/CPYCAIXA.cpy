      *             INFORMADA NA ABERTURA (PGMCXA01), PARA O BOLETIM
      *             DIARIO DE TESOURARIA (PGMTESOUR) CONSOLIDAR OS
      *             CAIXAS POR FILIAL.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO VLR-CHEQUE-CAIXA, O
      *             TOTAL RECEBIDO EM CHEQUE (FORMA 'Q', CUSTODIA EM
      *             ARQCHEQUE), QUE NAO ENTRA NA CONFERENCIA DO
      *             DINHEIRO; O CHEQUE DEVOLVIDO (PGMCHQ01) E ABATIDO
      *             DO TOTAL DO CAIXA ONDE ENTROU.
      ******************************************************************
       01 REG-CAIXA.
          03 ID-CAIXA           PIC 9(04).
          03 VLR-FALTA-CAIXA    PIC 9(06)V99.
          03 VLR-DESCONTO-CAIXA PIC 9(08)V99 VALUE ZEROS.
          03 FILIAL-CAIXA       PIC 9(02) VALUE ZEROS.
          03 VLR-CHEQUE-CAIXA   PIC 9(08)V99 VALUE ZEROS.
