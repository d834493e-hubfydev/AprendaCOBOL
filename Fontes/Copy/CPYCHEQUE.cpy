      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DA CUSTODIA DE CHEQUES RECEBIDOS NO CAIXA (UM
      *          REGISTRO POR CHEQUE): BANCO, AGENCIA, CONTA, NUMERO,
      *          CPF DO EMITENTE, VALOR, DATA "BOM PARA" E A FATURA (E
      *          A PARCELA, QUANDO PARCELADA) QUE O CHEQUE PAGOU, COM
      *          O CAIXA E A FILIAL ONDE ENTROU. GRAVADO EM CUSTODIA
      *          PELO PGMCXA02, DEPOSITADO PELO BOLETIM DE TESOURARIA
      *          (PGMTESOUR) A PARTIR DA DATA BOM PARA E DEVOLVIDO
      *          PELO PGMCHQ01, QUE REABRE O TITULO E GUARDA A ALINEA
      *          DA DEVOLUCAO. O CHEQUE AINDA EM CUSTODIA CUJO
      *          RECEBIMENTO E ESTORNADO NO CAIXA (PGMCXA04) FICA
      *          CANCELADO, COM A DATA E O LOGIN DO ESTORNO NOS CAMPOS
      *          DA DEVOLUCAO E A ALINEA ZERADA.
      ******************************************************************
       01 REG-CHEQUE.
          03 ID-CHEQUE          PIC 9(04).
          03 BANCO-CHQ          PIC 9(03).
          03 AGENCIA-CHQ        PIC 9(04).
          03 CONTA-CHQ          PIC X(10).
          03 NUM-CHQ            PIC 9(06).
          03 CPF-EMIT-CHQ       PIC 9(11).
          03 VLR-CHQ            PIC 9(06)V99.
          03 DATA-BOM-CHQ       PIC 9(08).
          03 ID-FAT-CHQ         PIC 9(04).
          03 NUM-PAR-CHQ        PIC 9(02) VALUE ZEROS.
          03 ID-CLI-CHQ         PIC 9(04).
          03 ID-CAIXA-CHQ       PIC 9(04).
          03 FILIAL-CHQ         PIC 9(02) VALUE ZEROS.
          03 DATA-REC-CHQ       PIC 9(08).
          03 LOGIN-REC-CHQ      PIC X(10).
          03 STATUS-CHQ         PIC X(01) VALUE '1'.
             88 CHEQUE-CUSTODIA   VALUE '1'.
             88 CHEQUE-DEPOSITADO VALUE '2'.
             88 CHEQUE-DEVOLVIDO  VALUE '3'.
             88 CHEQUE-CANCELADO  VALUE '4'.
          03 DATA-DEP-CHQ       PIC 9(08) VALUE ZEROS.
          03 DATA-DEV-CHQ       PIC 9(08) VALUE ZEROS.
          03 ALINEA-DEV-CHQ     PIC 9(02) VALUE ZEROS.
          03 LOGIN-DEV-CHQ      PIC X(10) VALUE SPACES.
