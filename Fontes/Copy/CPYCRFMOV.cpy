      ******************************************************************
      * Copybook: CPYCRFMOV
      * Purpose: LAYOUT DO EXTRATO DE CREDITO DO FORNECEDOR (UM
      *          REGISTRO POR LANCAMENTO, GRAVADO EM EXTEND PELO
      *          PGMCREDFOR): ENTRADA POR DEVOLUCAO ('D', DOCUMENTO =
      *          ID-DEV) E USO NUM TITULO DE CONTAS A PAGAR ('U',
      *          DOCUMENTO = ID-PAGAR).
      ******************************************************************
       01 REG-CRFMOV.
          03 ID-FORN-CFMOV      PIC 9(04).
          03 TIPO-CFMOV         PIC X(01).
             88 CRF-DEVOLUCAO   VALUE 'D'.
             88 CRF-USO         VALUE 'U'.
          03 VLR-CFMOV          PIC 9(08)V99.
          03 ID-DOC-CFMOV       PIC 9(08).
          03 DATA-CFMOV         PIC 9(08).
          03 HORA-CFMOV         PIC 9(08).
          03 LOGIN-CFMOV        PIC X(10).
