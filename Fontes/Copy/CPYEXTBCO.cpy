      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO LANCAMENTO DO EXTRATO BANCARIO IMPORTADO
      *          (PGMEXT01), UM POR LINHA DO EXTRATO, CHAVE CONTA +
      *          DATA + NUMERO DO LANCAMENTO NO BANCO (REIMPORTAR O
      *          MESMO EXTRATO NAO DUPLICA). CONCILIADO, GUARDA COM O
      *          QUE CASOU: T DEPOSITO DO BOLETIM DE TESOURARIA, Q
      *          DEPOSITO DE CHEQUES DO BOLETIM, B BOLETO LIQUIDADO,
      *          C CREDITO DA ADQUIRENTE DE CARTAO, P TITULO PAGO DE
      *          CONTAS A PAGAR, M MANUAL SEM CONTRAPARTIDA NO SISTEMA
      *          (TARIFA, RENDIMENTO...), COM A REFERENCIA DO ITEM E
      *          QUEM CONCILIOU ('AUTOMATICO' NA IMPORTACAO).
      ******************************************************************
       01 REG-EXTBCO.
          03 CHAVE-EXT.
             05 ID-CTA-EXT       PIC 9(04).
             05 DATA-EXT         PIC 9(08).
             05 NUM-LANC-EXT     PIC 9(06).
          03 NAT-EXT             PIC X(01).
             88 EXT-CREDITO      VALUE 'C'.
             88 EXT-DEBITO       VALUE 'D'.
          03 VLR-EXT             PIC 9(09)V99.
          03 HIST-EXT            PIC X(25).
          03 DOC-EXT             PIC X(20).
          03 CONCIL-EXT          PIC X(01) VALUE 'N'.
             88 EXT-CONCILIADO   VALUE 'S'.
             88 EXT-PENDENTE     VALUE 'N'.
          03 TIPO-CONC-EXT       PIC X(01) VALUE SPACES.
             88 CONC-DEPOSITO    VALUE 'T'.
             88 CONC-DEP-CHEQUE  VALUE 'Q'.
             88 CONC-BOLETO      VALUE 'B'.
             88 CONC-CARTAO      VALUE 'C'.
             88 CONC-PAGAR       VALUE 'P'.
             88 CONC-MANUAL      VALUE 'M'.
          03 REF-CONC-EXT        PIC X(12) VALUE SPACES.
          03 DATA-CONC-EXT       PIC 9(08) VALUE ZEROS.
          03 LOGIN-CONC-EXT      PIC X(10) VALUE SPACES.
