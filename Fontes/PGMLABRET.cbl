      *          LAYOUT DA LINHA DE RESULTADO (POSICIONAL):
      *            PEDIDO 9(04), DATA RESULTADO 9(08) AAAAMMDD,
      *            TEXTO DO RESULTADO X(40).
      * Manutencao: 15 OUT 2026 - CADA RESULTADO LANCADO PUBLICA O
      *             AVISO DE EXAME PRONTO AO PACIENTE NA CAIXA DE SAIDA
      *             DE MENSAGENS (PGMMSGPUB); O TEXTO DO RESULTADO NAO
      *             VAI NA MENSAGEM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLABRET.
       77 WS-TOTAL-LINHAS         PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-RESULTADOS     PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-REJEITADAS     PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-AVISOS         PIC 9(06)  VALUE ZEROS.

           COPY CPYMSGPUB.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           DISPLAY "RESULTADOS LANCADOS.......: "
                   WS-TOTAL-RESULTADOS
           DISPLAY "LINHAS REJEITADAS.........: " WS-TOTAL-REJEITADAS
           DISPLAY "AVISOS AO PACIENTE........: " WS-TOTAL-AVISOS

           GOBACK
           .
                     REWRITE REG-EXAME
                     IF WS-FS-EXM-OK
                        ADD 1         TO WS-TOTAL-RESULTADOS
                        PERFORM P040-PUBLICA-AVISO
                     ELSE
                        ADD 1         TO WS-TOTAL-REJEITADAS
                        DISPLAY "ERRO AO GRAVAR O RESULTADO DO "

           PERFORM P020-LER-RETORNO
           .
      *----------------------------------------------------------------
      *   AVISO DE EXAME PRONTO NA CAIXA DE SAIDA DE MENSAGENS
      *----------------------------------------------------------------
       P040-PUBLICA-AVISO.
      *----------------------------------------------------------------
           INITIALIZE MSGPUB-PARM
           SET MSGPUB-EXAME-PRONTO    TO TRUE
           MOVE ID-CLI-EXM            TO MSGPUB-ID-CLI
           MOVE ID-EXAME              TO MSGPUB-REF
           MOVE DATA-RES-EXM          TO MSGPUB-DATA
           MOVE "RESULTADO DISPONIVEL" TO MSGPUB-TEXTO

           CALL "PGMMSGPUB" USING MSGPUB-PARM

           IF MSGPUB-PUBLICADA
              ADD 1                   TO WS-TOTAL-AVISOS
           END-IF
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
