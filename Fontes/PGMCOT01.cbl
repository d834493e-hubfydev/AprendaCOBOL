      *          O QUE TROCA O FORNECEDOR DO RASCUNHO (ID-FORN-PED)
      *          PARA O PGMCMP02 EMITIR AO ESCOLHIDO. AS COTACOES
      *          FICAM EM ARQCOTA PARA O DONO AUDITAR A ESCOLHA.
      * Manutencao: 15 OUT 2026 - A COMPARACAO MOSTRA AO LADO DO PRECO
      *             DE CADA FORNECEDOR A NOTA DE DESEMPENHO DE 0 A 100
      *             DA ULTIMA RODADA DO PGMFORSCR (ARQFORSCR); SEM
      *             PEDIDO RECEBIDO NA JANELA SAI "SEM NOTA".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCOT01.
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

           SELECT FORSCR ASSIGN TO
           WS-PATH-ARQFORSCR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN-SCR
           FILE STATUS  IS WS-FS-SCR.

       DATA DIVISION.
       FILE SECTION.
       FD COTACOES.
       FD FORNECED.
           COPY CPYFORN.

       FD FORSCR.
           COPY CPYFORSCR.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PED-MSG
                          WS-FS-EOF BY WS-FS-FRN-EOF
                          WS-FS-OK BY WS-FS-FRN-OK
                          WS-FS BY WS-FS-FRN.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SCR-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SCR-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SCR-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SCR-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SCR-EOF
                          WS-FS-OK BY WS-FS-SCR-OK
                          WS-FS BY WS-FS-SCR.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
       77 WS-ID-FORN-VENC     PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-VENC       PIC X(01) VALUE 'N'.
          88 VENCEDORA-ACHADA VALUE 'S'.
       77 WS-SCR-ABERTO       PIC X(01) VALUE 'N'.
          88 NOTAS-ABERTO     VALUE 'S'.
       77 WS-NOTA-FORN        PIC X(09) VALUE SPACES.
       77 WS-NOTA-ED          PIC ZZ9.

           COPY CPYPATHS.

               GOBACK
            END-IF

            OPEN INPUT FORSCR
            IF WS-FS-SCR-OK
               SET NOTAS-ABERTO       TO TRUE
            END-IF

            PERFORM UNTIL WS-OPCAO EQUAL 4
               PERFORM P010-DISPLAY-MENU THRU P010-FIM
               PERFORM P020-VALIDA       THRU P020-FIM
            CLOSE COTACOES
            CLOSE PEDIDOS
            CLOSE FORNECED
            IF NOTAS-ABERTO
               CLOSE FORSCR
            END-IF

            GOBACK
            .
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORSCR_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFORSCR
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
                             MOVE "*FORNECEDOR NAO ENCONTRADO*"
                                      TO NM-FORN
                      END-READ
                      PERFORM P042-NOTA-FORNECEDOR THRU P042-FIM
                      IF COTACAO-VENCEDORA
                         DISPLAY "FORN " ID-FORN-COT " " NM-FORN
                                 " VALOR " VLR-COT " " WS-NOTA-FORN
                                 " PRAZO " PRAZO-COT " DIAS "
                                 " *VENCEDORA*"
                      ELSE
                         DISPLAY "FORN " ID-FORN-COT " " NM-FORN
                                 " VALOR " VLR-COT " " WS-NOTA-FORN
                                 " PRAZO " PRAZO-COT " DIAS"
                      END-IF
                   END-IF
            .
       P041-FIM.
      *----------------------------------------------------------------
      *   NOTA DE DESEMPENHO DO FORNECEDOR COTADO (PGMFORSCR)
      *----------------------------------------------------------------
       P042-NOTA-FORNECEDOR.

            MOVE "SEM NOTA"           TO WS-NOTA-FORN

            IF NOT NOTAS-ABERTO
               GO TO P042-FIM
            END-IF

            MOVE ID-FORN-COT          TO ID-FORN-SCR
            READ FORSCR
                NOT INVALID KEY
                   MOVE NOTA-SCR      TO WS-NOTA-ED
                   MOVE SPACES        TO WS-NOTA-FORN
                   STRING "NOTA " WS-NOTA-ED DELIMITED BY SIZE
                          INTO WS-NOTA-FORN
            END-READ
            .
       P042-FIM.
      *----------------------------------------------------------------
      *   MARCA A COTACAO VENCEDORA E TROCA O FORNECEDOR DO RASCUNHO
      *   PARA O PGMCMP02 EMITIR AO ESCOLHIDO
      *----------------------------------------------------------------
