      * Purpose: CONSULTAR O ESTOQUE DE CONSUMIVEIS - NAVEGACAO
      *          PAGINADA, CONSULTA DIRETA POR ID-ESTQ OU LISTAGEM DOS
      *          ITENS NO PONTO DE REPOSICAO OU ABAIXO DELE.
      * Manutencao: 15 OUT 2026 - A NAVEGACAO E A CONSULTA POR ID
      *             MOSTRAM, ALEM DO SALDO, O RESERVADO PARA OS
      *             ATENDIMENTOS AGENDADOS E O DISPONIVEL (PGMRESDSP);
      *             A CONSULTA POR ID PODE SER FEITA POR FILIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEST03.
          88 WS-CONTINUA-OK  VALUE 'S' 's'.
       77 WS-ID-BUSCA        PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-BAIXOS    PIC 9(04)  VALUE ZEROS.
       77 WS-FILIAL-BUSCA    PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-FISICO      PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-RESERVADA   PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-DISPONIVEL  PIC S9(06) VALUE ZEROS.
       77 WS-DISP-ED         PIC -ZZZZZ9.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
                AT END
                   SET WS-EOF-OK     TO TRUE
                NOT AT END
                   MOVE ZEROS        TO WS-FILIAL-BUSCA
                   PERFORM P040-CALCULA-DISPONIVEL THRU P040-FIM
                   DISPLAY ID-ESTQ " - " DESC-ESTQ
                           " - SALDO: " QTD-ESTQ
                           " - REPOSICAO: " PTO-REP-ESTQ
                   DISPLAY "       RESERVADO: " WS-QTD-RESERVADA
                           " - DISPONIVEL: " WS-DISP-ED
                   ADD 1             TO WS-CONT-PAG
                   IF WS-CONT-PAG >= WS-TAM-PAG
                      MOVE ZEROS     TO WS-CONT-PAG
            ELSE
               DISPLAY "INFORME O ID DO ITEM: "
               ACCEPT WS-ID-BUSCA
               DISPLAY "INFORME A FILIAL (0 = CLINICA INTEIRA): "
               ACCEPT WS-FILIAL-BUSCA
               MOVE WS-ID-BUSCA      TO ID-ESTQ

               READ ESTOQUE KEY IS ID-ESTQ
                              " - SALDO: " QTD-ESTQ
                              " - REPOSICAO: " PTO-REP-ESTQ
                              " - FORNECEDOR: " ID-FORN-ESTQ
                      PERFORM P040-CALCULA-DISPONIVEL THRU P040-FIM
                      DISPLAY "FILIAL " WS-FILIAL-BUSCA
                              " - EM MAOS: " WS-QTD-FISICO
                              " - RESERVADO: " WS-QTD-RESERVADA
                              " - DISPONIVEL: " WS-DISP-ED
               END-READ
            END-IF

            END-READ
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   EM MAOS, RESERVADO PARA ATENDIMENTOS AGENDADOS E DISPONIVEL
      *   DO ITEM LIDO, NA FILIAL PEDIDA (ZERO = CLINICA INTEIRA)
      *----------------------------------------------------------------
       P040-CALCULA-DISPONIVEL.

            CALL "PGMRESDSP" USING ID-ESTQ, WS-FILIAL-BUSCA,
                                   WS-QTD-FISICO, WS-QTD-RESERVADA,
                                   WS-QTD-DISPONIVEL

            MOVE WS-QTD-DISPONIVEL    TO WS-DISP-ED
            .
       P040-FIM.
       END PROGRAM PGMEST03.
