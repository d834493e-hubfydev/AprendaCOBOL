      ******************************************************************
      * Copybook: CPYDEVFOR
      * Purpose: LAYOUT DA DEVOLUCAO A FORNECEDOR (UM DOCUMENTO POR
      *          ITEM DEVOLVIDO, ID-DEV DA SEQUENCIA PGMPROXDV): O
      *          PEDIDO E O ITEM DO RECEBIMENTO ORIGINAL (PGMCMP03), O
      *          LOTE E A FILIAL DE ONDE O MATERIAL SAIU, QUANTIDADE,
      *          VALOR E MOTIVO. O VALOR ABATE O TITULO EM ABERTO DO
      *          PEDIDO EM ARQPAGAR (ID-PAGAR-DEV / VLR-ABAT-DEV) E O
      *          QUE SOBRA VIRA CREDITO DO FORNECEDOR (VLR-CRED-DEV,
      *          PGMCREDFOR), USADO NO PROXIMO TITULO (PGMPAG01).
      *          GRAVADO PELO PGMDEV01 E LISTADO POR FORNECEDOR E
      *          MOTIVO NO PGMDEVREL.
      ******************************************************************
       01 REG-DEVFOR.
          03 ID-DEV              PIC 9(08).
          03 DATA-DEV            PIC 9(08).
          03 ID-FORN-DEV         PIC 9(04).
          03 ID-PED-DEV          PIC 9(04).
          03 SEQ-PED-DEV         PIC 9(02).
          03 ID-ESTQ-DEV         PIC 9(04).
          03 FILIAL-DEV          PIC 9(02) VALUE ZEROS.
          03 NUM-LOTE-DEV        PIC X(10) VALUE SPACES.
          03 QTD-DEV             PIC 9(06).
          03 VLR-UNIT-DEV        PIC 9(06)V99.
          03 VLR-TOTAL-DEV       PIC 9(08)V99.
          03 MOTIVO-DEV          PIC X(01).
             88 DEV-DEFEITO      VALUE 'D'.
             88 DEV-ERRADO       VALUE 'E'.
             88 DEV-VALIDADE     VALUE 'V'.
             88 DEV-OUTRO        VALUE 'O'.
             88 MOTIVO-DEV-VALIDO VALUE 'D' 'E' 'V' 'O'.
          03 OBS-DEV             PIC X(40) VALUE SPACES.
          03 ID-PAGAR-DEV        PIC 9(04) VALUE ZEROS.
             88 DEV-SEM-TITULO   VALUE ZEROS.
          03 VLR-ABAT-DEV        PIC 9(08)V99 VALUE ZEROS.
          03 VLR-CRED-DEV        PIC 9(08)V99 VALUE ZEROS.
          03 LOGIN-DEV           PIC X(10) VALUE SPACES.
