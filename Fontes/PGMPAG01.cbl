      *             NUMA CATEGORIA DE DESPESA (ARQCATDESP, VEJA
      *             PGMCAT01) E NUMA FILIAL, PARA O DRE MENSAL
      *             (PGMDRE) ABRIR O GASTO POR CATEGORIA E FILIAL.
      * Manutencao: 15 OUT 2026 - NOTA DE SERVICO RECEBE O CODIGO DO
      *             SERVICO: COM REGRA DE RETENCAO ATIVA PARA O
      *             FORNECEDOR E O SERVICO (PGMRET01), OS TRIBUTOS
      *             RETIDOS E O LIQUIDO SAO CALCULADOS (PGMRETEN) E
      *             GRAVADOS NO TITULO. SEM CODIGO, LIQUIDO = BRUTO.
      * Manutencao: 15 OUT 2026 - PERGUNTA SE A DESPESA E COMPARTILHADA
      *             ENTRE AS FILIAIS (RATEIO-PAG), PARA O RATEIO
      *             MENSAL (PGMRAT02) ESPALHAR O TITULO PELA REGRA DA
      *             CATEGORIA (PGMRAT01).
      * Manutencao: 15 OUT 2026 - FORNECEDOR COM CREDITO DE DEVOLUCAO
      *             (PGMDEV01/PGMCREDFOR) PODE USA-LO NA NOTA NOVA: O
      *             CREDITO USADO ABATE O VALOR LIQUIDO DO TITULO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPAG01.

       77 WS-DATA-OK          PIC X(01) VALUE 'N'.
          88 DATA-OK          VALUE 'S'.
       77 WS-RET-ACHOU        PIC X(01) VALUE 'N'.
          88 RETENCAO-OK      VALUE 'S'.
       77 WS-COMPARTILHADA    PIC X(01) VALUE 'N'.
       77 WS-USA-CREDITO      PIC X(01) VALUE 'N'.
       77 WS-CRF-ACAO         PIC X(01) VALUE SPACE.
       77 WS-CRF-TIPO         PIC X(01) VALUE 'U'.
       77 WS-CRF-VLR          PIC 9(08)V99 VALUE ZEROS.
       77 WS-CRF-DOC          PIC 9(08) VALUE ZEROS.
       77 WS-CRF-LOGIN        PIC X(10) VALUE SPACES.
       77 WS-CRF-OK           PIC X(01) VALUE 'N'.
          88 CREDITO-OK       VALUE 'S'.
       77 WS-CRF-SALDO        PIC 9(08)V99 VALUE ZEROS.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           DISPLAY "FILIAL DA DESPESA: "
           ACCEPT FILIAL-PAG

           PERFORM P019-PEDE-RATEIO THRU P019-FIM

           PERFORM P015-LIGA-PEDIDO THRU P015-FIM

           MOVE 'N'                  TO WS-RET-ACHOU
           PERFORM P018-APLICA-RETENCAO THRU P018-FIM
              UNTIL RETENCAO-OK

           PERFORM P020-USA-CREDITO THRU P020-FIM

           MOVE ZEROS                TO VLR-PAGO-PAG
                                         DATA-PGTO-PAG
                                         ID-PROF-PAG
                                         ID-DFX-PAG
           MOVE 'N'                  TO VLR-ESTIM-PAG
           SET TITULO-ABERTO         TO TRUE

           WRITE REG-PAGAR
           .
       P017-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   NOTA DE SERVICO: APLICA A REGRA DE RETENCAO DO FORNECEDOR E
      *   DO SERVICO. CODIGO ZERO = SEM RETENCAO (LIQUIDO = BRUTO)
      *----------------------------------------------------------------
       P018-APLICA-RETENCAO.

           DISPLAY "CODIGO DO SERVICO PARA RETENCAO (0 = SEM "
                   "RETENCAO): "
           ACCEPT COD-SERV-PAG

           CALL "PGMRETEN" USING ID-FORN-PAG, COD-SERV-PAG, VLR-PAG,
                                 VLR-ISS-PAG, VLR-IRRF-PAG,
                                 VLR-PIS-PAG, VLR-COFINS-PAG,
                                 VLR-CSLL-PAG, VLR-LIQ-PAG,
                                 WS-RET-ACHOU

           IF TITULO-SEM-RETENCAO
              SET RETENCAO-OK        TO TRUE
              GO TO P018-FIM
           END-IF

           IF NOT RETENCAO-OK
              DISPLAY "NAO HA REGRA DE RETENCAO ATIVA PARA ESTE "
                      "FORNECEDOR E SERVICO (VEJA PGMRET01)."
              GO TO P018-FIM
           END-IF

           DISPLAY "VALOR BRUTO.: " VLR-PAG
           DISPLAY "ISS.........: " VLR-ISS-PAG
           DISPLAY "IRRF........: " VLR-IRRF-PAG
           DISPLAY "PIS.........: " VLR-PIS-PAG
           DISPLAY "COFINS......: " VLR-COFINS-PAG
           DISPLAY "CSLL........: " VLR-CSLL-PAG
           DISPLAY "LIQUIDO.....: " VLR-LIQ-PAG
           .
       P018-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   DESPESA COMPARTILHADA ENTRE FILIAIS: A FILIAL INFORMADA FICA
      *   COMO DONA DO TITULO E O RATEIO MENSAL (PGMRAT02) ESPALHA O
      *   VALOR PELA REGRA DA CATEGORIA
      *----------------------------------------------------------------
       P019-PEDE-RATEIO.

           DISPLAY "DESPESA COMPARTILHADA ENTRE AS FILIAIS (S/N)? "
           ACCEPT WS-COMPARTILHADA

           IF WS-COMPARTILHADA EQUAL 'S' OR WS-COMPARTILHADA EQUAL 's'
              SET TITULO-COMPARTILHADO TO TRUE
           ELSE
              SET TITULO-DA-FILIAL   TO TRUE
           END-IF
           .
       P019-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   CREDITO DE DEVOLUCAO DO FORNECEDOR: OFERECE O SALDO E ABATE
      *   DO LIQUIDO O QUE FOR USADO (NO MAXIMO O PROPRIO LIQUIDO)
      *----------------------------------------------------------------
       P020-USA-CREDITO.

           MOVE 'S'                  TO WS-CRF-ACAO
           MOVE ZEROS                TO WS-CRF-VLR
           MOVE ID-PAGAR             TO WS-CRF-DOC

           CALL "PGMCREDFOR" USING WS-CRF-ACAO, ID-FORN-PAG,
                                   WS-CRF-VLR, WS-CRF-TIPO,
                                   WS-CRF-DOC, WS-CRF-LOGIN,
                                   WS-CRF-OK, WS-CRF-SALDO

           IF WS-CRF-SALDO EQUAL ZEROS OR VLR-LIQ-PAG EQUAL ZEROS
              GO TO P020-FIM
           END-IF

           DISPLAY "FORNECEDOR TEM CREDITO DE DEVOLUCAO: " WS-CRF-SALDO
           DISPLAY "USAR O CREDITO NESTE TITULO (S/N)? "
           ACCEPT WS-USA-CREDITO

           IF WS-USA-CREDITO NOT EQUAL 'S' AND NOT EQUAL 's'
              GO TO P020-FIM
           END-IF

           IF WS-CRF-SALDO GREATER VLR-LIQ-PAG
              MOVE VLR-LIQ-PAG       TO WS-CRF-VLR
           ELSE
              MOVE WS-CRF-SALDO      TO WS-CRF-VLR
           END-IF

           MOVE 'D'                  TO WS-CRF-ACAO

           CALL "PGMCREDFOR" USING WS-CRF-ACAO, ID-FORN-PAG,
                                   WS-CRF-VLR, WS-CRF-TIPO,
                                   WS-CRF-DOC, WS-CRF-LOGIN,
                                   WS-CRF-OK, WS-CRF-SALDO

           IF NOT CREDITO-OK
              DISPLAY "NAO FOI POSSIVEL USAR O CREDITO."
              GO TO P020-FIM
           END-IF

           SUBTRACT WS-CRF-VLR     FROM VLR-LIQ-PAG

           DISPLAY "CREDITO USADO: " WS-CRF-VLR
           DISPLAY "LIQUIDO......: " VLR-LIQ-PAG
           .
       P020-FIM.
           EXIT.
       END PROGRAM PGMPAG01.
