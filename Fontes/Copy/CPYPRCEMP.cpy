      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DA TABELA DE PRECOS CONTRATADOS POR EMPRESA
      *          CONVENIADA: PARA CADA PAR EMPRESA X PROCEDIMENTO
      *          GUARDA O VALOR DO CONTRATO, USADO PELO PGMFATURA NO
      *          LUGAR DE VLR-PROC QUANDO O ATENDIMENTO E PAGO PELA
      *          EMPRESA (VEJA PGMEMP01, QUE MANTEM A TABELA). PARES
      *          SEM PRECO CADASTRADO FICAM NO VALOR DO CATALOGO.
      ******************************************************************
       01 REG-PRCEMP.
          03 CHAVE-PRCEMP.
             05 ID-EMP-PE        PIC 9(04).
             05 ID-PROC-PE       PIC 9(04).
          03 VLR-PRCEMP          PIC 9(06)V99.
          03 DATA-VIGENCIA-PE    PIC 9(08).
