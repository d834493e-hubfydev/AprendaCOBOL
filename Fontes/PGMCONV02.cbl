      * Date: 09 AGO 2026
      * Purpose: ATUALIZAR CONVENIOS - INDEXADO
      ******************************************************************
      * Manutencao: 15 OUT 2026 - PERMITE ALTERAR O FORMATO DA REMESSA
      *             DO LOTE (PROPRIO OU XML TISS), O REGISTRO ANS DA
      *             OPERADORA E O CODIGO DO PRESTADOR NA OPERADORA.
      * Manutencao: 15 OUT 2026 - PERMITE ALTERAR O PRAZO CONTRATUAL
      *             DE PAGAMENTO DO LOTE PELA OPERADORA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONV02.
       ENVIRONMENT DIVISION.
       01 WS-REG-CONV.
          03 WS-ID-CONV      PIC 9(04).
          03 WS-NM-CONV      PIC X(30).
          03 WS-FORMATO-CONV PIC X(01).
             88 WS-FORMATO-VALIDO VALUES 'P' 'T'.
          03 WS-PRAZO-CONV   PIC 9(03).
             88 WS-PRAZO-VALIDO VALUES 1 THRU 180.
           COPY CPYPATHS.


                    "(ATUAL " PERC-COPART-CONV "): "
            ACCEPT PERC-COPART-CONV

            DISPLAY "FORMATO DA REMESSA ATUAL: " FORMATO-REM-CONV
                    " (P = PROPRIO, T = XML TISS)"
            MOVE SPACE             TO WS-FORMATO-CONV
            PERFORM P011-ACEITA-FORMATO THRU P011-FIM
               UNTIL WS-FORMATO-VALIDO
            MOVE WS-FORMATO-CONV   TO FORMATO-REM-CONV

            IF REM-TISS
               DISPLAY "REGISTRO ANS ATUAL: " REG-ANS-CONV
               DISPLAY "INFORME O REGISTRO DA OPERADORA NA ANS: "
               ACCEPT REG-ANS-CONV
               DISPLAY "CODIGO DO PRESTADOR ATUAL: " COD-PREST-CONV
               DISPLAY "INFORME O CODIGO DA CLINICA COMO PRESTADOR "
                       "NA OPERADORA: "
               ACCEPT COD-PREST-CONV
            END-IF

            DISPLAY "PRAZO DE PAGAMENTO DO LOTE ATUAL: "
                    PRAZO-PAG-CONV " DIAS"
            MOVE ZEROS             TO WS-PRAZO-CONV
            PERFORM P012-ACEITA-PRAZO THRU P012-FIM
               UNTIL WS-PRAZO-VALIDO
            MOVE WS-PRAZO-CONV     TO PRAZO-PAG-CONV

            REWRITE REG-CONV
                    INVALID KEY
                       DISPLAY "CONVENIO JA EXISTE"
            END-IF
            .
       P010-FIM.
       P011-ACEITA-FORMATO.

            DISPLAY "INFORME O FORMATO DA REMESSA - <P> PROPRIO, "
                    "<T> XML TISS: "
            ACCEPT WS-FORMATO-CONV

            IF NOT WS-FORMATO-VALIDO
               DISPLAY "FORMATO INVALIDO."
            END-IF
            .
       P011-FIM.
       P012-ACEITA-PRAZO.

            DISPLAY "INFORME O PRAZO DE PAGAMENTO, EM DIAS DA "
                    "ENTREGA (1 A 180): "
            ACCEPT WS-PRAZO-CONV

            IF NOT WS-PRAZO-VALIDO
               DISPLAY "PRAZO INVALIDO."
            END-IF
            .
       P012-FIM.

       END PROGRAM PGMCONV02.
