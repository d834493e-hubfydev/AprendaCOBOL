      *          LADOS VIRAM MOVIMENTOS 'T' NO KARDEX (PGMESTMOV) -
      *          ACABA A CAIXA DE LUVAS QUE ATRAVESSA A CIDADE SEM O
      *          KARDEX SABER.
      * Manutencao: 15 OUT 2026 - TRANSFERENCIA QUE INVADE O SALDO
      *             RESERVADO PARA ATENDIMENTOS AGENDADOS NA FILIAL DE
      *             ORIGEM (PGMRESDSP) PEDE CONFIRMACAO DO OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTRF01.
       77 WS-MOV-QTD          PIC 9(06) VALUE ZEROS.
       77 WS-MOV-SALDO        PIC 9(06) VALUE ZEROS.
       77 WS-MOV-DOC          PIC X(10) VALUE SPACES.
       77 WS-QTD-FISICO       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RESERVADA    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DISPONIVEL   PIC S9(06) VALUE ZEROS.
       77 WS-DISP-ED          PIC -ZZZZZ9.
       77 WS-USA-RESERVA      PIC X(01) VALUE 'N'.
          88 USA-RESERVA      VALUE 'S' 's'.

           COPY CPYPATHS.

               GO TO P030-FIM
            END-IF

            CALL "PGMRESDSP" USING ID-ESTQ, FILIAL-ORIG-TRF,
                                   WS-QTD-FISICO, WS-QTD-RESERVADA,
                                   WS-QTD-DISPONIVEL

            IF WS-QTD-TRANSF GREATER WS-QTD-DISPONIVEL
               MOVE WS-QTD-DISPONIVEL TO WS-DISP-ED
               DISPLAY "ATENCAO: A ORIGEM TEM " WS-QTD-RESERVADA
                       " RESERVADO(S) PARA ATENDIMENTOS AGENDADOS. "
                       "DISPONIVEL: " WS-DISP-ED
               DISPLAY "TRANSFERIR MESMO ASSIM? <S/N>"
               ACCEPT WS-USA-RESERVA
               IF NOT USA-RESERVA
                  DISPLAY "TRANSFERENCIA NAO EMITIDA."
                  GO TO P030-FIM
               END-IF
            END-IF

            SUBTRACT WS-QTD-TRANSF    FROM QTD-ESTFIL
            REWRITE REG-ESTFIL

