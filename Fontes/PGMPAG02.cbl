      *             CONFRONTO DE TRES VIAS (PGMPAG01) SO E BAIXADO
      *             APOS A LIBERACAO DE UM ADMINISTRADOR (PGMAUTADM),
      *             CUJO LOGIN FICA NO TITULO.
      * Manutencao: 15 OUT 2026 - TITULO DE REPASSE MOSTRA O
      *             PROFISSIONAL FAVORECIDO NO LUGAR DO FORNECEDOR.
      * Manutencao: 15 OUT 2026 - TITULO DE DESPESA RECORRENTE COM
      *             VALOR ESTIMADO (PGMDFX02) TEM O VALOR DA CONTA
      *             CONFIRMADO ANTES DA BAIXA.
      * Manutencao: 15 OUT 2026 - TITULO COM TRIBUTOS RETIDOS NA
      *             FONTE MOSTRA BRUTO, RETENCOES E LIQUIDO, E O VALOR
      *             PAGO PADRAO PASSA A SER O LIQUIDO. VALOR ESTIMADO
      *             CONFIRMADO RECALCULA AS RETENCOES (PGMRETEN).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPAG02.
       ENVIRONMENT DIVISION.
          88 DATA-OK          VALUE 'S'.
       77 WS-LIB-AUT-OK       PIC X(01) VALUE 'N'.
       77 WS-LIB-AUT-LOGIN    PIC X(10) VALUE SPACES.
       77 WS-VLR-CONTA        PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-INFORMADO    PIC 9(06)V99 VALUE ZEROS.
       77 WS-RET-ACHOU        PIC X(01) VALUE 'N'.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       P002-FIM.
       P010-BAIXA.

           IF TITULO-DE-FORNECEDOR
              DISPLAY "TITULO " ID-PAGAR " - FORNECEDOR " ID-FORN-PAG
                      " - DOC " NUM-DOC-PAG " - VENCIMENTO "
                      DATA-VENC-PAG " - VALOR " VLR-PAG
           ELSE
              DISPLAY "TITULO " ID-PAGAR " - PROFISSIONAL "
                      ID-PROF-PAG " - DOC " NUM-DOC-PAG
                      " - VENCIMENTO " DATA-VENC-PAG " - VALOR "
                      VLR-PAG
           END-IF

           IF TITULO-PAGO
              DISPLAY "TITULO JA FOI PAGO EM " DATA-PGTO-PAG
                 GO TO P010-FIM
              END-IF

              IF TITULO-VLR-ESTIMADO
                 PERFORM P030-CONFIRMA-VALOR THRU P030-FIM
              END-IF

              IF NOT TITULO-SEM-RETENCAO
                 PERFORM P040-EXIBE-RETENCOES THRU P040-FIM
              END-IF

              DISPLAY "VALOR PAGO (<ZERO> = LIQUIDO " VLR-LIQ-PAG "): "
              MOVE ZEROS             TO WS-VLR-INFORMADO
              ACCEPT WS-VLR-INFORMADO
              IF WS-VLR-INFORMADO EQUAL ZEROS
                 MOVE VLR-LIQ-PAG    TO VLR-PAGO-PAG
              ELSE
                 MOVE WS-VLR-INFORMADO TO VLR-PAGO-PAG
              END-IF

              MOVE 'N'               TO WS-DATA-OK
              PERFORM P011-PEDE-DATA-PGTO THRU P011-FIM UNTIL DATA-OK
           END-IF
           .
       P020-FIM.
      *----------------------------------------------------------------
      *   DESPESA RECORRENTE GERADA COM VALOR ESTIMADO: O VALOR DA
      *   CONTA QUE CHEGOU SUBSTITUI A ESTIMATIVA NO TITULO
      *----------------------------------------------------------------
       P030-CONFIRMA-VALOR.

           DISPLAY "VALOR DO TITULO E ESTIMADO (DESPESA RECORRENTE "
                   ID-DFX-PAG ")."
           DISPLAY "VALOR DA CONTA (<ZERO> MANTEM " VLR-PAG "): "
           ACCEPT WS-VLR-CONTA

           IF WS-VLR-CONTA GREATER ZEROS
              MOVE WS-VLR-CONTA      TO VLR-PAG
           END-IF

           MOVE 'N'                  TO VLR-ESTIM-PAG

           CALL "PGMRETEN" USING ID-FORN-PAG, COD-SERV-PAG, VLR-PAG,
                                 VLR-ISS-PAG, VLR-IRRF-PAG,
                                 VLR-PIS-PAG, VLR-COFINS-PAG,
                                 VLR-CSLL-PAG, VLR-LIQ-PAG,
                                 WS-RET-ACHOU
           .
       P030-FIM.
      *----------------------------------------------------------------
      *   NOTA DE SERVICO COM RETENCAO: O FORNECEDOR RECEBE O LIQUIDO;
      *   OS TRIBUTOS RETIDOS VAO PARA AS GUIAS (PGMRET02)
      *----------------------------------------------------------------
       P040-EXIBE-RETENCOES.

           DISPLAY "VALOR BRUTO.: " VLR-PAG
           DISPLAY "ISS.........: " VLR-ISS-PAG
           DISPLAY "IRRF........: " VLR-IRRF-PAG
           DISPLAY "PIS.........: " VLR-PIS-PAG
           DISPLAY "COFINS......: " VLR-COFINS-PAG
           DISPLAY "CSLL........: " VLR-CSLL-PAG
           DISPLAY "LIQUIDO.....: " VLR-LIQ-PAG
           .
       P040-FIM.
       P011-PEDE-DATA-PGTO.

           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD): "
