      *             PLANO SEGUE PARA O LOTE DO PGMLOTGER. A TABELA DE
      *             PRECOS (CPYPRCONV) PODE SOBREPOR O PERCENTUAL POR
      *             PROCEDIMENTO.
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS O FORMATO DA REMESSA
      *             DO LOTE (FORMATO-REM-CONV: P = LAYOUT PROPRIO
      *             DELIMITADO, T = XML PADRAO TISS DA ANS), O REGISTRO
      *             DA OPERADORA NA ANS E O CODIGO DA CLINICA COMO
      *             PRESTADOR NA OPERADORA, EXIGIDOS NO XML TISS
      *             GERADO PELO PGMLOTGER. MIGRACAO UNICA NO PGMLAYMG2.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO PRAZO-PAG-CONV, O PRAZO
      *             CONTRATUAL EM DIAS QUE A OPERADORA TEM PARA PAGAR O
      *             LOTE DEPOIS DA ENTREGA (PROTOCOLO). COPIADO PARA O
      *             LOTE NA GERACAO (PGMLOTGER) E USADO NO
      *             ACOMPANHAMENTO DE LOTES EM ATRASO (PGMLOTATR) E NA
      *             PROJECAO DE FLUXO DE CAIXA (PGMFLXCX).
      ******************************************************************
       01 REG-CONV.
          03 ID-CONV          PIC 9(04).
             88 CONV-INATIVO  VALUE 'S'.
             88 CONV-ATIVO    VALUE 'N'.
          03 PERC-COPART-CONV PIC 9(02)V99 VALUE ZEROS.
          03 FORMATO-REM-CONV PIC X(01) VALUE 'P'.
             88 REM-PROPRIA   VALUE 'P'.
             88 REM-TISS      VALUE 'T'.
             88 FORMATO-REM-VALIDO VALUES 'P' 'T'.
          03 REG-ANS-CONV     PIC 9(06) VALUE ZEROS.
          03 COD-PREST-CONV   PIC X(14) VALUE SPACES.
          03 PRAZO-PAG-CONV   PIC 9(03) VALUE 30.
             88 PRAZO-PAG-VALIDO VALUES 1 THRU 180.
