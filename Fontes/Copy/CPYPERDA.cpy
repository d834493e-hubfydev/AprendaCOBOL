      ******************************************************************
      * Copybook: CPYPERDA
      * Purpose: LAYOUT DA BAIXA DE ESTOQUE POR PERDA (ARQPERDA, UMA
      *          POR ID-PERDA DA SEQUENCIA PGMPROXPE): O ITEM, O LOTE
      *          E A FILIAL DE ONDE O MATERIAL SAIU, A QUANTIDADE, O
      *          CUSTO MEDIO DO ITEM NA HORA DA BAIXA E O VALOR DA
      *          PERDA, O MOTIVO, A ORIGEM (MANUAL NO PGMPER01 OU
      *          AUTOMATICA NA ROTINA NOTURNA, PGMPERATR, PARA O LOTE
      *          QUE VENCEU ONTEM), QUEM BAIXOU E O SUPERVISOR QUE
      *          AUTORIZOU A BAIXA ACIMA DO LIMITE. GRAVADO PELO
      *          PGMPERGRV; RESUMIDO POR ITEM, MOTIVO E FILIAL NO
      *          PGMPERREL E LEVADO AO DRE (PGMDRE).
      ******************************************************************
       01 REG-PERDA.
          03 ID-PERDA            PIC 9(08).
          03 DATA-PERDA          PIC 9(08) VALUE ZEROS.
          03 ID-ESTQ-PERDA       PIC 9(04).
          03 NUM-LOTE-PERDA      PIC X(10) VALUE SPACES.
          03 FILIAL-PERDA        PIC 9(02) VALUE ZEROS.
          03 QTD-PERDA           PIC 9(06).
          03 CUSTO-PERDA         PIC 9(06)V99 VALUE ZEROS.
          03 VLR-PERDA           PIC 9(08)V99 VALUE ZEROS.
          03 MOTIVO-PERDA        PIC X(01).
             88 PERDA-VENCIDO    VALUE 'V'.
             88 PERDA-QUEBRADO   VALUE 'Q'.
             88 PERDA-CONTAMINADO VALUE 'C'.
             88 PERDA-EXTRAVIADO VALUE 'E'.
             88 MOTIVO-PERDA-VALIDO VALUE 'V' 'Q' 'C' 'E'.
          03 ORIGEM-PERDA        PIC X(01) VALUE 'M'.
             88 PERDA-MANUAL     VALUE 'M'.
             88 PERDA-AUTOMATICA VALUE 'A'.
          03 OBS-PERDA           PIC X(40) VALUE SPACES.
          03 LOGIN-PERDA         PIC X(10) VALUE SPACES.
          03 LOGIN-AUT-PERDA     PIC X(10) VALUE SPACES.
