      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO CREDITO DA ADQUIRENTE DE CARTAO POR DATA DE
      *          CREDITO: SOMA DOS VALORES LIQUIDOS DAS VENDAS QUE A
      *          CONCILIACAO DE CARTOES (PGMCONCAR) CASOU COM O CAIXA,
      *          COMO A ADQUIRENTE DEPOSITA NA CONTA. E A CONTRAPARTIDA
      *          DOS CREDITOS DE CARTAO NA CONCILIACAO BANCARIA
      *          (PGMEXT01).
      ******************************************************************
       01 REG-LIQCAR.
          03 DATA-CRED-LQC       PIC 9(08).
          03 VLR-LIQ-LQC         PIC 9(09)V99.
          03 QTD-VENDAS-LQC      PIC 9(04).
