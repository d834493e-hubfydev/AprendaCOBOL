      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DA CONTA BANCARIA DA CLINICA (UMA POR CONTA,
      *          LIGADA A UMA FILIAL): BANCO, AGENCIA E NUMERO COMO VEM
      *          NO EXTRATO, SALDO DE ABERTURA, ULTIMO MES COM A
      *          CONCILIACAO FECHADA E O SALDO CONCILIADO NESSE
      *          FECHAMENTO, ALEM DO ULTIMO SALDO INFORMADO PELO BANCO
      *          NO EXTRATO IMPORTADO. MANTIDA PELO PGMCTA01; O
      *          EXTRATO E IMPORTADO E CONCILIADO PELO PGMEXT01,
      *          PENDENCIAS NO PGMEXT02 E FECHAMENTO NO PGMEXT03.
      ******************************************************************
       01 REG-CTABCO.
          03 ID-CTA              PIC 9(04).
          03 FILIAL-CTA          PIC 9(02).
          03 BANCO-CTA           PIC 9(03).
          03 AGENCIA-CTA         PIC 9(05).
          03 NUM-CTA             PIC X(12).
          03 DESCR-CTA           PIC X(30).
          03 DATA-SALDO-INI-CTA  PIC 9(08).
          03 SALDO-INI-CTA       PIC S9(09)V99.
          03 ULT-FECH-CTA        PIC 9(06) VALUE ZEROS.
             88 CTA-NUNCA-FECHADA VALUE ZEROS.
          03 SALDO-FECH-CTA      PIC S9(09)V99 VALUE ZEROS.
          03 DATA-SALDO-BCO-CTA  PIC 9(08) VALUE ZEROS.
          03 SALDO-BCO-CTA       PIC S9(09)V99 VALUE ZEROS.
          03 DATA-CAD-CTA        PIC 9(08).
          03 INATIVO-CTA         PIC X(01) VALUE 'N'.
             88 CTA-INATIVA      VALUE 'S'.
             88 CTA-ATIVA        VALUE 'N'.
