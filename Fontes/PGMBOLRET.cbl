      *          LAYOUT DA LINHA DE RETORNO (POSICIONAL):
      *            BOLETO 9(04), DATA PAGAMENTO 9(08) AAAAMMDD,
      *            VALOR PAGO 9(06)V99 (CENTAVOS IMPLICITOS).
      * Manutencao: 15 OUT 2026 - VALOR PAGO ACIMA DO SALDO DA FATURA
      *             (OU DA PARCELA) E A MULTA E OS JUROS QUE O BANCO
      *             COBROU PELO ATRASO, NAO MAIS PAGAMENTO A MAIOR: O
      *             PRINCIPAL RECEBE SO O SALDO E O EXCEDENTE VIRA UMA
      *             FATURA DE MORA (TIPO 'J') JA PAGA, LIGADA A
      *             ORIGINAL, COM A DATA DO PAGAMENTO COMO DATA DA
      *             ULTIMA MORA COBRADA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBOLRET.
       77 WS-VLR-LIQUIDADO        PIC 9(08)V99 VALUE ZEROS.
       77 WS-PARC-ABERTAS         PIC 9(02)  VALUE ZEROS.
       77 WS-IND-PARC             PIC 9(02)  VALUE ZEROS.
       77 WS-SALDO                PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-PRINCIPAL        PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-MORA             PIC 9(06)V99 VALUE ZEROS.
       77 WS-MORA-ORIG            PIC 9(04)  VALUE ZEROS.
       77 WS-MORA-PAR             PIC 9(02)  VALUE ZEROS.
       77 WS-TOTAL-MORAS          PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-TOT-MORA         PIC 9(08)V99 VALUE ZEROS.

       77 WS-REJ-JOB              PIC X(08)  VALUE 'BOLRET'.
       77 WS-REJ-MOTIVO           PIC X(30)  VALUE SPACES.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMBOLRET".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           DISPLAY "BOLETOS LIQUIDADOS........: " WS-TOTAL-LIQUIDADOS
           DISPLAY "VALOR TOTAL LIQUIDADO.....: " WS-VLR-LIQUIDADO
           DISPLAY "LINHAS REJEITADAS.........: " WS-TOTAL-REJEITADAS
           DISPLAY "PAGAMENTOS COM MORA.......: " WS-TOTAL-MORAS
           DISPLAY "VALOR TOTAL DE MORA.......: " WS-VLR-TOT-MORA

           GOBACK
           .
       P031-FIM.
      *----------------------------------------------------------------
      *   APLICA O PAGAMENTO NA FATURA A VISTA: ACUMULA O VALOR PAGO
      *   E QUITA QUANDO PAGO MAIS DESCONTO ALCANCAM O VALOR; O QUE
      *   PASSAR DO SALDO E MORA COBRADA PELO BANCO
      *----------------------------------------------------------------
       P040-LIQUIDA-FATURA.

           COMPUTE WS-SALDO = VLR-FAT - VLR-PAGO-FAT - VLR-DESC-FAT
           MOVE ZEROS                 TO WS-MORA-PAR
           PERFORM P045-SEPARA-MORA THRU P045-FIM

           ADD WS-VLR-PRINCIPAL       TO VLR-PAGO-FAT

           IF WS-VLR-MORA GREATER ZEROS
              MOVE RET-DATA-PAG       TO DATA-MORA-FAT
           END-IF

           IF VLR-PAGO-FAT + VLR-DESC-FAT NOT LESS VLR-FAT
              SET FATURA-PAGA         TO TRUE
           END-IF

           REWRITE REG-FATURA
           MOVE "ARQFATURA"          TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-FAT, REG-FATURA

           IF NOT WS-FS-FAT-OK
              DISPLAY "ERRO AO BAIXAR A FATURA: " WS-FS-FAT
              PERFORM P002-EXIBE-ERRO-FS
           ELSE
              PERFORM P060-BAIXA-BOLETO THRU P060-FIM
              PERFORM P046-GERA-FATURA-MORA THRU P046-FIM
           END-IF
           .
       P040-FIM.
      *----------------------------------------------------------------
      *   SEPARA O VALOR PAGO EM PRINCIPAL (ATE O SALDO EM ABERTO) E
      *   MORA (O EXCEDENTE)
      *----------------------------------------------------------------
       P045-SEPARA-MORA.

           MOVE ID-FATURA             TO WS-MORA-ORIG

           IF RET-VLR-PAGO GREATER WS-SALDO
              MOVE WS-SALDO           TO WS-VLR-PRINCIPAL
              COMPUTE WS-VLR-MORA = RET-VLR-PAGO - WS-SALDO
           ELSE
              MOVE RET-VLR-PAGO       TO WS-VLR-PRINCIPAL
              MOVE ZEROS              TO WS-VLR-MORA
           END-IF
           .
       P045-FIM.
      *----------------------------------------------------------------
      *   GRAVA A MORA RECEBIDA PELO BANCO COMO FATURA TIPO 'J' JA
      *   PAGA, LIGADA A FATURA (E PARCELA) DO BOLETO
      *----------------------------------------------------------------
       P046-GERA-FATURA-MORA.

           IF WS-VLR-MORA EQUAL ZEROS
              GO TO P046-FIM
           END-IF

           CALL "PGMPROXFT" USING ID-FATURA

           MOVE ZEROS                 TO ID-AGE-FAT
                                          ID-PROC-FAT
           MOVE RET-DATA-PAG          TO DATA-FAT
           MOVE WS-VLR-MORA           TO VLR-FAT
                                          VLR-PAGO-FAT
           SET FATURA-PAGA            TO TRUE
           SET FAT-MORA               TO TRUE
           MOVE ZEROS                 TO ID-LOTE-FAT
                                          DATA-ESTORNO-FAT
                                          QTD-PARC-FAT
                                          VLR-DESC-FAT
                                          NUM-RPS-FAT
                                          NUM-NFSE-FAT
                                          DATA-MORA-FAT
                                          ID-ACORDO-FAT
           MOVE RET-BOLETO            TO ID-BOL-FAT
           MOVE SPACES                TO MOTIVO-ESTORNO-FAT
                                          LOGIN-ESTORNO-FAT
           MOVE WS-MORA-ORIG          TO ID-FAT-ORIG-FAT
           MOVE WS-MORA-PAR           TO NUM-PAR-ORIG-FAT

           WRITE REG-FATURA
               INVALID KEY
                  DISPLAY "ERRO AO GRAVAR A MORA DO BOLETO "
                          RET-BOLETO ": FATURA " ID-FATURA
                          " JA EXISTE"
               NOT INVALID KEY
                  MOVE "ARQFATURA"          TO WS-JRN-ARQ
                  MOVE 'W'                  TO WS-JRN-OPER
                  CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                         WS-JRN-PGM, WS-FS-FAT,
                                         REG-FATURA
                  ADD 1               TO WS-TOTAL-MORAS
                  ADD WS-VLR-MORA     TO WS-VLR-TOT-MORA
           END-WRITE
           .
       P046-FIM.
      *----------------------------------------------------------------
      *   APLICA O PAGAMENTO NA PARCELA DO BOLETO; QUITADA A ULTIMA
      *   PARCELA, A FATURA TAMBEM E BAIXADA
      *----------------------------------------------------------------
                  GO TO P050-FIM
           END-READ

           COMPUTE WS-SALDO = VLR-PAR - VLR-PAGO-PAR - VLR-DESC-PAR
           MOVE NUM-PAR               TO WS-MORA-PAR
           PERFORM P045-SEPARA-MORA THRU P045-FIM

           ADD WS-VLR-PRINCIPAL       TO VLR-PAGO-PAR

           IF VLR-PAGO-PAR + VLR-DESC-PAR NOT LESS VLR-PAR
              SET PARCELA-PAGA        TO TRUE
              MOVE RET-DATA-PAG       TO DATA-PAG-PAR
           END-IF

           IF WS-VLR-MORA GREATER ZEROS
              MOVE RET-DATA-PAG       TO DATA-MORA-PAR
           END-IF

           REWRITE REG-FATPAR
           MOVE "ARQFATPAR"          TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-PAR, REG-FATPAR

           IF NOT WS-FS-PAR-OK
              DISPLAY "ERRO AO BAIXAR A PARCELA: " WS-FS-PAR
              GO TO P050-FIM
           END-IF

           ADD WS-VLR-PRINCIPAL       TO VLR-PAGO-FAT

           IF PARCELA-PAGA
              PERFORM P051-CONFERE-PARCELAS THRU P051-FIM
           END-IF

           REWRITE REG-FATURA
           MOVE "ARQFATURA"          TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-FAT, REG-FATURA

           IF NOT WS-FS-FAT-OK
              DISPLAY "ERRO AO ATUALIZAR A FATURA: " WS-FS-FAT
              PERFORM P002-EXIBE-ERRO-FS
           ELSE
              PERFORM P060-BAIXA-BOLETO THRU P060-FIM
              PERFORM P046-GERA-FATURA-MORA THRU P046-FIM
           END-IF
           .
       P050-FIM.
