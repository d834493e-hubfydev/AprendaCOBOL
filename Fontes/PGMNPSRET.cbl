      *
      *          LAYOUT DA LINHA DE RESPOSTA (POSICIONAL):
      *            AGENDAMENTO 9(08), NOTA 9(02), COMENTARIO X(60).
      *
      * Manutencao: 15 OUT 2026 - NOTA DETRATORA (0 A 6) ABRE UMA
      *             MANIFESTACAO DE OUVIDORIA (PGMOUVABR), CANAL NPS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNPSRET.
       77 WS-TOTAL-LINHAS         PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-GRAVADAS       PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-REJEITADAS     PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-OUVIDORIA      PIC 9(06)  VALUE ZEROS.
       77 WS-NOTA-DETRATOR        PIC 9(02)  VALUE 6.

           COPY CPYOUVID.

           COPY CPYPATHS.

           DISPLAY "LINHAS DE RESPOSTA LIDAS..: " WS-TOTAL-LINHAS
           DISPLAY "RESPOSTAS GRAVADAS........: " WS-TOTAL-GRAVADAS
           DISPLAY "LINHAS REJEITADAS.........: " WS-TOTAL-REJEITADAS
           DISPLAY "MANIFESTACOES ABERTAS.....: " WS-TOTAL-OUVIDORIA

           GOBACK
           .

           IF WS-FS-NPS-OK
              ADD 1                   TO WS-TOTAL-GRAVADAS
              IF NOTA-NPS NOT GREATER WS-NOTA-DETRATOR
                 PERFORM P045-ABRE-OUVIDORIA
              END-IF
           ELSE
              ADD 1                   TO WS-TOTAL-REJEITADAS
              DISPLAY "ERRO AO GRAVAR A RESPOSTA DO AGENDAMENTO "
                      RET-AGE
           END-IF
           .
      *----------------------------------------------------------------
      *   PACIENTE DETRATOR: A OUVIDORIA PRECISA RETORNAR O CONTATO
      *----------------------------------------------------------------
       P045-ABRE-OUVIDORIA.
      *----------------------------------------------------------------
           INITIALIZE REG-OUVID

           MOVE ID-CLI-AGE            TO ID-CLI-OUV
           SET OUV-NPS                TO TRUE
           SET OUV-ATENDIMENTO        TO TRUE
           MOVE FILIAL-AGE            TO FILIAL-OUV
           MOVE ID-PROF-AGE           TO ID-PROF-OUV
           MOVE ID-AGE                TO ID-AGE-OUV
           STRING "NPS NOTA " DELIMITED BY SIZE
                  RET-NOTA            DELIMITED BY SIZE
                  ": "                DELIMITED BY SIZE
                  RET-COMENT          DELIMITED BY SIZE
                  INTO DESCR-OUV
           END-STRING
           MOVE ZEROS                 TO PRAZO-OUV
           MOVE "NPS"                 TO LOGIN-ABERT-OUV

           CALL "PGMOUVABR" USING REG-OUVID

           IF ID-OUV EQUAL ZEROS
              DISPLAY "MANIFESTACAO NAO ABERTA PARA O AGENDAMENTO "
                      RET-AGE
           ELSE
              ADD 1                   TO WS-TOTAL-OUVIDORIA
           END-IF
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
