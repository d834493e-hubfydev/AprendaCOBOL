      * Manutencao: 02 SET 2026 - DESCONTOS CONCEDIDOS NO CAIXA
      *             (MOVIMENTOS DE FORMA 'X' EM ARQCXMOV, VEJA
      *             PGMCXA02) GANHAM LINHAS PROPRIAS NO RESUMO DO DIA.
      * Manutencao: 15 OUT 2026 - ENCARGOS DE MORA LANCADOS NO DIA
      *             (TIPO-FAT 'J', VEJA PGMMORA) SAEM EM LINHAS
      *             PROPRIAS, FORA DO FATURAMENTO DE ATENDIMENTOS.
      * Manutencao: 15 OUT 2026 - A FATURA DE ACORDO DE RENEGOCIACAO
      *             (TIPO 'R', VEJA PGMACO01) NAO E FATURAMENTO DO DIA:
      *             SO REPACTUA FATURAS JA CONTADAS NA SUA EMISSAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFECHA.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       77 WS-VLR-MULTAS           PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-MORAS            PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-MORAS            PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-DESCONTOS        PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-DESCONTOS        PIC 9(08)V99 VALUE ZEROS.
       77 WS-FECHA-MOV            PIC 9(06)  VALUE ZEROS.
             "VALOR DAS MULTAS DE FALTA..: ".
          03 WS-LIN-VLR-MULTAS    PIC ZZ.ZZZ.ZZZ,99.

       01 WS-LINHA-MORAS.
          03 FILLER               PIC X(30)  VALUE
             "ENCARGOS DE MORA LANCADOS..: ".
          03 WS-LIN-MORAS         PIC ZZZ9.

       01 WS-LINHA-VLR-MORAS.
          03 FILLER               PIC X(30)  VALUE
             "VALOR DOS ENCARGOS DE MORA.: ".
          03 WS-LIN-VLR-MORAS     PIC ZZ.ZZZ.ZZZ,99.

       01 WS-LINHA-ESTORNOS.
          03 FILLER               PIC X(30)  VALUE
             "FATURAS ESTORNADAS NO DIA..: ".

           IF DATA-FAT EQUAL WS-DATA-FECHAMENTO
              AND NOT FATURA-ESTORNADA
              EVALUATE TRUE
                  WHEN FAT-MULTA-FALTA
                     ADD 1            TO WS-QTD-MULTAS
                     ADD VLR-FAT      TO WS-VLR-MULTAS
                  WHEN FAT-MORA
                     ADD 1            TO WS-QTD-MORAS
                     ADD VLR-FAT      TO WS-VLR-MORAS
                  WHEN FAT-ACORDO
                     CONTINUE
                  WHEN OTHER
                     ADD 1            TO WS-QTD-FATURAS
                     ADD VLR-FAT      TO WS-VLR-TOTAL-FAT
              END-EVALUATE
           END-IF

           IF FATURA-ESTORNADA
           MOVE WS-LINHA-VLR-MULTAS   TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-MORAS          TO WS-LIN-MORAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-MORAS        TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-VLR-MORAS          TO WS-LIN-VLR-MORAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-VLR-MORAS    TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-DESCONTOS      TO WS-LIN-DESCONTOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-DESCONTOS    TO REL-LINHA
