      * Date: 09 AGO 2026
      * Purpose: INCLUIR CONVENIOS - INDEXADO
      ******************************************************************
      * Manutencao: 15 OUT 2026 - PEDE O FORMATO DA REMESSA DO LOTE
      *             (PROPRIO OU XML TISS) E, PARA O TISS, O REGISTRO
      *             ANS DA OPERADORA E O CODIGO DA CLINICA COMO
      *             PRESTADOR NA OPERADORA.
      * Manutencao: 15 OUT 2026 - PEDE O PRAZO CONTRATUAL DE PAGAMENTO
      *             DO LOTE PELA OPERADORA, EM DIAS DA ENTREGA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONV01.
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-EXIT            PIC X.
          88 WS-EXIT-OK      VALUE 'F' FALSE 'N'.
       77 WS-FORMATO-OK      PIC X(01) VALUE 'N'.
          88 FORMATO-OK      VALUE 'S'.
           COPY CPYFS.
           COPY CPYPATHS.
       PROCEDURE DIVISION.
                    "(0 = PLANO PAGA TUDO): "
            ACCEPT PERC-COPART-CONV

            MOVE 'N'                 TO WS-FORMATO-OK
            PERFORM P011-ACEITA-FORMATO THRU P011-FIM UNTIL FORMATO-OK

            MOVE ZEROS               TO PRAZO-PAG-CONV
            PERFORM P012-ACEITA-PRAZO THRU P012-FIM
               UNTIL PRAZO-PAG-VALIDO

            WRITE REG-CONV
                  INVALID KEY
                     DISPLAY
            END-IF
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   FORMATO DA REMESSA DO LOTE (PGMLOTGER); O XML TISS PRECISA
      *   DO REGISTRO ANS E DO CODIGO DO PRESTADOR NA OPERADORA
      *----------------------------------------------------------------
       P011-ACEITA-FORMATO.

            DISPLAY "FORMATO DA REMESSA - <P> PROPRIO, <T> XML TISS: "
            ACCEPT FORMATO-REM-CONV

            IF NOT FORMATO-REM-VALIDO
               DISPLAY "FORMATO INVALIDO."
               GO TO P011-FIM
            END-IF

            SET FORMATO-OK           TO TRUE
            MOVE ZEROS               TO REG-ANS-CONV
            MOVE SPACES              TO COD-PREST-CONV

            IF REM-TISS
               DISPLAY "REGISTRO DA OPERADORA NA ANS (6 DIGITOS): "
               ACCEPT REG-ANS-CONV
               DISPLAY "CODIGO DA CLINICA COMO PRESTADOR NA "
                       "OPERADORA: "
               ACCEPT COD-PREST-CONV
            END-IF
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   PRAZO DO CONTRATO PARA A OPERADORA PAGAR O LOTE, CONTADO DA
      *   DATA DO PROTOCOLO DE ENTREGA (PGMLOTPRT)
      *----------------------------------------------------------------
       P012-ACEITA-PRAZO.

            DISPLAY "PRAZO CONTRATUAL DE PAGAMENTO DO LOTE, EM DIAS "
                    "DA ENTREGA (1 A 180): "
            ACCEPT PRAZO-PAG-CONV

            IF NOT PRAZO-PAG-VALIDO
               DISPLAY "PRAZO INVALIDO."
            END-IF
            .
       P012-FIM.
       END PROGRAM PGMCONV01.
