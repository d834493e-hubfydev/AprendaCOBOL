      *          LAYOUT DA LINHA DE RETORNO (POSICIONAL):
      *            LOTE RECURSO 9(04), FATURA 9(04), RESULTADO X(01),
      *            VALOR RECUPERADO 9(06)V99 (CENTAVOS IMPLICITOS).
      * Manutencao: 15 OUT 2026 - O LOTE DE RECURSO GUARDA A DATA DO
      *             PRIMEIRO RETORNO PROCESSADO (DATA-RET-LOTE).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGLR03.
          88 WS-EOF-GLO-OK        VALUE 1 FALSE 0.
       77 WS-ACHOU                PIC X(01)  VALUE 'N'.
          88 ACHOU-GLOSA          VALUE 'S'.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMGLR03".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-RETORNO
           PERFORM P030-PROCESSA-LINHA THRU P030-FIM UNTIL WS-FS-EOF
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "LINHAS DE RETORNO LIDAS...: " WS-TOTAL-LINHAS
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT RETORNO
           OPEN I-O   FATURA
           OPEN I-O   LOTES
                     SET FATURA-PAGA  TO TRUE
                  END-IF
                  REWRITE REG-FATURA
                  MOVE "ARQFATURA"          TO WS-JRN-ARQ
                  MOVE 'R'                  TO WS-JRN-OPER
                  CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                         WS-JRN-PGM, WS-FS-FAT,
                                         REG-FATURA
                  IF NOT WS-FS-FAT-OK
                     DISPLAY "ERRO AO BAIXAR A FATURA: " WS-FS-FAT
                  END-IF
                          " NAO ENCONTRADO."
               NOT INVALID KEY
                  ADD RET-VLR-RECUP   TO VLR-PAGO-LOTE
                  IF LOTE-SEM-RETORNO
                     MOVE WS-DATA-HOJE TO DATA-RET-LOTE
                  END-IF
                  SET LOTE-RETORNADO  TO TRUE
                  REWRITE REG-LOTE
           END-READ
