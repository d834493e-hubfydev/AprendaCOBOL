      ******************************************************************
      * Copybook: CPYREQIT
      * Purpose: LAYOUT DA LINHA DA REQUISICAO INTERNA DE MATERIAL
      *          (ARQREQIT): O ITEM DE ESTOQUE ENTREGUE, A QUANTIDADE,
      *          O CUSTO MEDIO DO ITEM NA HORA DA ENTREGA E O VALOR DA
      *          LINHA, CHAVEADA POR REQUISICAO E SEQUENCIA. VEJA
      *          CPYREQ E PGMREQ01.
      ******************************************************************
       01 REG-REQIT.
          03 CHAVE-REQIT.
             05 ID-REQ-IT        PIC 9(08).
             05 SEQ-REQ-IT       PIC 9(02).
          03 ID-ESTQ-REQ         PIC 9(04).
          03 QTD-REQ             PIC 9(06).
          03 CUSTO-REQ           PIC 9(06)V99 VALUE ZEROS.
          03 VLR-REQ             PIC 9(08)V99 VALUE ZEROS.
