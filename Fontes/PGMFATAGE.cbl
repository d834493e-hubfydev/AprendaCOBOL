      *             (SESSAO-FILIAL) SO VE AS FATURAS DE CLIENTES DA
      *             SUA UNIDADE; ADMINISTRADOR E USUARIO SEM VINCULO
      *             CONTINUAM VENDO TUDO.
      * Manutencao: 15 OUT 2026 - FATURA DE ENCARGOS DE MORA (TIPO 'J',
      *             VEJA PGMMORA) SAI MARCADA "MORA" E TEM QUANTIDADE E
      *             VALOR EM ABERTO NUMA LINHA PROPRIA NO FIM, SEPARADA
      *             DA RECEITA DE SERVICOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFATAGE.
       77 WS-VLR-FX3              PIC 9(08)V99 VALUE ZEROS.
       77 WS-VLR-FX4              PIC 9(08)V99 VALUE ZEROS.
       77 WS-VLR-GERAL            PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-MORA             PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-MORA             PIC 9(08)V99 VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
                       - VLR-DESC-FAT
                 MOVE DATA-FAT        TO WS-DATA-ITEM
                 MOVE SPACES          TO WS-DET-PARCELA
                 IF FAT-MORA
                    MOVE "MORA"       TO WS-DET-PARCELA
                    ADD 1             TO WS-QTD-MORA
                    ADD WS-VLR-ITEM   TO WS-VLR-MORA
                 END-IF
                 CALL "PGMDIADIF" USING DATA-FAT, WS-DATA-HOJE,
                                        WS-DIAS-ATRASO
                 PERFORM P031-CLASSIFICA-FAIXA
           MOVE WS-VLR-FX4            TO WS-FX-VLR
           PERFORM P061-IMPRIME-FAIXA

      *   ENCARGOS DE MORA EM ABERTO (JA INCLUIDOS NAS FAIXAS)
           MOVE "ENCARGOS DE MORA.....:" TO WS-FX-TITULO
           MOVE WS-QTD-MORA           TO WS-FX-QTD
           MOVE WS-VLR-MORA           TO WS-FX-VLR
           PERFORM P061-IMPRIME-FAIXA

           MOVE WS-TOTAL-ABERTAS      TO WS-GER-QTD
           MOVE WS-VLR-GERAL          TO WS-GER-VLR

