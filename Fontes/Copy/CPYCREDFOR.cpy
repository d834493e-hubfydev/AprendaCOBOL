      ******************************************************************
      * Copybook: CPYCREDFOR
      * Purpose: LAYOUT DO SALDO DE CREDITO DO FORNECEDOR (UM REGISTRO
      *          POR FORNECEDOR EM ARQCREDFOR.DAT): O VALOR DE
      *          DEVOLUCOES (PGMDEV01) QUE NAO COUBE NUM TITULO EM
      *          ABERTO DO PEDIDO E FICA PARA ABATER DO PROXIMO TITULO
      *          DO FORNECEDOR (PGMPAG01). MANTIDO EXCLUSIVAMENTE PELO
      *          PGMCREDFOR, QUE TAMBEM GRAVA O EXTRATO EM ARQCRFMOV
      *          (CPYCRFMOV).
      ******************************************************************
       01 REG-CREDFOR.
          03 ID-FORN-CRF        PIC 9(04).
          03 SALDO-CRF          PIC 9(08)V99 VALUE ZEROS.
