      *          MANUTENCAO (ARQORDMAN) E CRIA O BLOQUEIO DA SALA PARA
      *          A JANELA DO SERVICO; AS MANUTENCOES VENCIDAS SAEM NO
      *          PGMEQPREL.
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS A VIDA UTIL EM MESES E O
      *             VALOR RESIDUAL (PEDIDOS NO PGMEQP01), A DEPRECIACAO
      *             ACUMULADA E A ULTIMA COMPETENCIA DEPRECIADA, QUE O
      *             PGMDEP01 ATUALIZA TODO MES (LINHA RETA). VIDA UTIL
      *             ZERO = EQUIPAMENTO NAO DEPRECIADO.
      ******************************************************************
       01 REG-EQUIP.
          03 ID-EQP             PIC 9(04).
          03 INATIVO-EQP        PIC X(01) VALUE 'N'.
             88 EQP-INATIVO     VALUE 'S'.
             88 EQP-ATIVO       VALUE 'N'.
          03 VIDA-UTIL-EQP      PIC 9(03) VALUE ZEROS.
          03 VLR-RESIDUAL-EQP   PIC 9(08)V99 VALUE ZEROS.
          03 DEPR-ACUM-EQP      PIC 9(08)V99 VALUE ZEROS.
          03 ULT-COMP-DEPR-EQP  PIC 9(06) VALUE ZEROS.
