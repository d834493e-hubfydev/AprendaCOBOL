      *          CREDENCIAL OBRIGATORIA VENCIDA E FEITO PELO PGMAGE01
      *          E O RELATORIO DE VENCIMENTOS E O PGMCRDREL.
      ******************************************************************
      * Manutencao: 15 OUT 2026 - PEDE A UF DO CONSELHO DO REGISTRO,
      *             EXIGIDA NA GUIA TISS DO LOTE DE CONVENIO, NA
      *             INCLUSAO E NA RENOVACAO, E A MOSTRA NA LISTA DE
      *             CREDENCIAIS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCRD01.
       ENVIRONMENT DIVISION.
            DISPLAY "NUMERO DO REGISTRO: "
            ACCEPT NUM-CRD

            DISPLAY "UF DO CONSELHO (SP, RJ, MG...): "
            ACCEPT UF-CRD

            MOVE 'N'                  TO WS-DATA-OK
            PERFORM P032-ACEITA-VALIDADE THRU P032-FIM
               UNTIL WS-DATA-OK EQUAL 'S'
            PERFORM P032-ACEITA-VALIDADE THRU P032-FIM
               UNTIL WS-DATA-OK EQUAL 'S'

            DISPLAY "UF DO CONSELHO (ATUAL " UF-CRD "): "
            ACCEPT UF-CRD

            REWRITE REG-CREDPR

            IF WS-FS-OK
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      DISPLAY SEQ-CRD " " TIPO-CRD " " NUM-CRD
                              " " UF-CRD
                              " VALIDA ATE " DATA-VALID-CRD
                              " OBRIGATORIA: " OBRIG-CRD
                   END-IF
