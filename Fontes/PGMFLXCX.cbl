      *          INFORMADO. VENCIMENTO JA PASSADO ENTRA NO PRIMEIRO
      *          DIA. SAI EM RELFLXCX.LST - PARA O FIM DO MES DEIXAR
      *          DE SER SURPRESA.
      * Manutencao: 15 OUT 2026 - O LOTE DE CONVENIO ENTRA NA DATA
      *             PREVISTA PELO PRAZO CONTRATUAL (PRAZO DO LOTE OU,
      *             EM LOTE ANTIGO, O DO CONVENIO), CONTADO DO
      *             PROTOCOLO DE ENTREGA OU, SEM ELE, DA GERACAO - NO
      *             LUGAR DOS 30 DIAS FIXOS PARA TODOS OS CONVENIOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFLXCX.
           RECORD KEY   IS ID-LOTE
           FILE STATUS  IS WS-FS-LOT.

           SELECT CONVENIOS ASSIGN TO
           WS-PATH-ARQCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CONV
           ALTERNATE RECORD KEY IS NM-CONV WITH DUPLICATES
           FILE STATUS  IS WS-FS-CNV.

           SELECT RELFLXCX ASSIGN TO
           WS-PATH-RELFLXCX
           ORGANIZATION IS SEQUENTIAL
       FD LOTES.
           COPY CPYLOTE.

       FD CONVENIOS.
           COPY CPYCONV.

       FD RELFLXCX
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CNV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CNV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CNV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CNV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CNV-EOF
                          WS-FS-OK BY WS-FS-CNV-OK
                          WS-FS BY WS-FS-CNV.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-SEMANAS          PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-SOMA             PIC 9(03)  VALUE ZEROS.
       77 WS-IND-PARC             PIC 9(02)  VALUE ZEROS.
       77 WS-VLR-SALDO-FAT        PIC 9(06)V99 VALUE ZEROS.
       77 WS-CNV-DISP             PIC X(01)  VALUE 'N'.
          88 CONVENIOS-DISPONIVEIS VALUE 'S'.

      *   UM BALDE POR DIA DO HORIZONTE (ATE 12 SEMANAS = 84 DIAS)
       01 WS-TAB-DIAS.
              MOVE WS-PATH-ENV TO WS-PATH-ARQLOTE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCONV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCONV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELFLXCX_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELFLXCX
              GOBACK
           END-IF

           OPEN INPUT CONVENIOS

           IF WS-FS-CNV-OK
              SET CONVENIOS-DISPONIVEIS TO TRUE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           INITIALIZE WS-TAB-DIAS
           .
      *----------------------------------------------------------------
      *   ENTRADAS DOS LOTES ENVIADOS A CONVENIO AINDA SEM RETORNO:
      *   PAGAMENTO PREVISTO PELO PRAZO CONTRATUAL, CONTADO DO
      *   PROTOCOLO DE ENTREGA (OU DA GERACAO, SEM PROTOCOLO)
      *----------------------------------------------------------------
       P030-PROJETA-LOTES.

                  MOVE 10             TO WS-FS-LOT
               NOT AT END
                  IF LOTE-ENVIADO
                     PERFORM P032-PRAZO-LOTE
                     MOVE 'D'         TO WS-TIPO-SOMA
                     CALL "PGMDATADD" USING WS-DATA-EVENTO,
                                            WS-TIPO-SOMA,
                                            WS-QTD-SOMA
           END-READ
           .
      *----------------------------------------------------------------
      *   PRAZO DO LOTE; LOTE ANTIGO SEM PRAZO USA O DO CONVENIO E, NA
      *   FALTA DELE, OS 30 DIAS DE SEMPRE
      *----------------------------------------------------------------
       P032-PRAZO-LOTE.

           IF LOTE-SEM-PROTOCOLO
              MOVE DATA-GER-LOTE      TO WS-DATA-EVENTO
           ELSE
              MOVE DATA-PROT-LOTE     TO WS-DATA-EVENTO
           END-IF

           MOVE PRAZO-PAG-LOTE        TO WS-QTD-SOMA

           IF WS-QTD-SOMA EQUAL ZEROS AND CONVENIOS-DISPONIVEIS
              MOVE ID-CONV-LOTE       TO ID-CONV
              READ CONVENIOS
                  NOT INVALID KEY
                     MOVE PRAZO-PAG-CONV TO WS-QTD-SOMA
              END-READ
           END-IF

           IF WS-QTD-SOMA EQUAL ZEROS
              MOVE 30                 TO WS-QTD-SOMA
           END-IF
           .
      *----------------------------------------------------------------
      *   SAIDAS: TITULOS DE CONTAS A PAGAR EM ABERTO PELO VENCIMENTO
      *----------------------------------------------------------------
       P040-PROJETA-PAGAMENTOS.
           CLOSE PAGAR
           CLOSE LOTES
           CLOSE RELFLXCX

           IF CONVENIOS-DISPONIVEIS
              CLOSE CONVENIOS
           END-IF
           .
       END PROGRAM PGMFLXCX.
