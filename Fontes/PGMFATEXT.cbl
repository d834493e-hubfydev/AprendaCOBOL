      *             SO CONSULTA O EXTRATO DE CLIENTES DA PROPRIA
      *             FILIAL; ADMINISTRADOR E OPERADOR SEM VINCULO
      *             SEGUEM VENDO TODAS.
      * Manutencao: 15 OUT 2026 - ENCARGOS DE MORA (FATURAS TIPO 'J',
      *             VEJA PGMMORA) SAEM COMO LINHAS PROPRIAS, COM A
      *             FATURA DE ORIGEM, E TEM UM TOTAL SEPARADO NO FIM;
      *             O TOTAL FATURADO PASSA A SER SO O DE SERVICOS.
      * Manutencao: 15 OUT 2026 - FATURA RENEGOCIADA NUM ACORDO SAI COM
      *             A SITUACAO "RENEGOCIADA" E FORA DO TOTAL EM ABERTO;
      *             A FATURA DO ACORDO (TIPO 'R', VEJA PGMACO01) SAI
      *             COM O NUMERO DO ACORDO E NAO SOMA NO FATURADO, QUE
      *             JA CONTOU AS ORIGINAIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFATEXT.
       77 WS-TOT-FATURADO     PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOT-PAGO         PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOT-ABERTO       PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOT-MORA         PIC 9(08)V99 VALUE ZEROS.
       77 WS-SITUACAO         PIC X(11)  VALUE SPACES.
       77 WS-NM-PROC-EXIB     PIC X(30)  VALUE SPACES.
       01 WS-CLI-GUARDA       PIC X(200) VALUE SPACES.
           COPY CPYPATHS.
            DISPLAY " "
            DISPLAY "FATURAS NO PERIODO: " WS-QTD-FATURAS
            DISPLAY "TOTAL FATURADO....: " WS-TOT-FATURADO
            DISPLAY "ENCARGOS DE MORA..: " WS-TOT-MORA
            DISPLAY "TOTAL PAGO........: " WS-TOT-PAGO
            DISPLAY "TOTAL EM ABERTO...: " WS-TOT-ABERTO
            .
                   ADD VLR-PAGO-FAT   TO WS-TOT-PAGO
                WHEN FATURA-ESTORNADA
                   MOVE "ESTORNADA"   TO WS-SITUACAO
                WHEN FATURA-RENEGOCIADA
                   MOVE "RENEGOCIADA" TO WS-SITUACAO
                WHEN OTHER
                   MOVE "?"           TO WS-SITUACAO
            END-EVALUATE

            IF NOT FATURA-ESTORNADA
               ADD 1                  TO WS-QTD-FATURAS
               EVALUATE TRUE
                   WHEN FAT-MORA
                      ADD VLR-FAT     TO WS-TOT-MORA
                   WHEN FAT-ACORDO
                      CONTINUE
                   WHEN OTHER
                      ADD VLR-FAT     TO WS-TOT-FATURADO
               END-EVALUATE
            END-IF

            MOVE ID-PROC-FAT          TO ID-PROC
                   MOVE NM-PROC       TO WS-NM-PROC-EXIB
            END-READ

            EVALUATE TRUE
                WHEN FAT-MULTA-FALTA
                   DISPLAY "FATURA " ID-FATURA " - " DATA-FAT
                           " - MULTA DE FALTA - " VLR-FAT " - "
                           WS-SITUACAO
                WHEN FAT-MORA
                   DISPLAY "FATURA " ID-FATURA " - " DATA-FAT
                           " - MORA DA FATURA " ID-FAT-ORIG-FAT
                           " PARC " NUM-PAR-ORIG-FAT " - " VLR-FAT
                           " - " WS-SITUACAO
                WHEN FAT-ACORDO
                   DISPLAY "FATURA " ID-FATURA " - " DATA-FAT
                           " - ACORDO DE RENEGOCIACAO " ID-ACORDO-FAT
                           " - " VLR-FAT " - " WS-SITUACAO
                WHEN OTHER
                   DISPLAY "FATURA " ID-FATURA " - " DATA-FAT " - "
                           WS-NM-PROC-EXIB " - " VLR-FAT " - "
                           WS-SITUACAO
                   PERFORM P033-EXIBE-ITENS THRU P033-FIM
            END-EVALUATE
            .
       P032-FIM.
      *----------------------------------------------------------------
