      *            DATA VENDA 9(06) AAMMDD, VALOR BRUTO 9(06)V99,
      *            VALOR LIQUIDO 9(06)V99 (CENTAVOS IMPLICITOS),
      *            DATA CREDITO 9(08) AAAAMMDD.
      * Manutencao: 15 OUT 2026 - O LIQUIDO DOS CREDITOS CONCILIADOS E
      *             ACUMULADO POR DATA DE CREDITO EM ARQLIQCAR, QUE A
      *             CONCILIACAO BANCARIA (PGMEXT01/PGMEXT02) CASA COM
      *             OS CREDITOS DA ADQUIRENTE NO EXTRATO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONCAR.
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS-PAG.

           SELECT LIQCAR ASSIGN TO
           WS-PATH-ARQLIQCAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS DATA-CRED-LQC
           FILE STATUS  IS WS-FS-LQC.

           SELECT RELDIVCAR ASSIGN TO
           WS-PATH-RELDIVCAR
           ORGANIZATION IS SEQUENTIAL
       FD PAGAR.
           COPY CPYPAGAR.

       FD LIQCAR.
           COPY CPYLIQCAR.

       FD RELDIVCAR
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
                          WS-FS-EOF BY WS-FS-PAG-EOF
                          WS-FS-OK BY WS-FS-PAG-OK
                          WS-FS BY WS-FS-PAG.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-LQC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-LQC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-LQC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-LQC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-LQC-EOF
                          WS-FS-OK BY WS-FS-LQC-OK
                          WS-FS BY WS-FS-LQC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
          03 WS-TOT-TITULO        PIC X(26).
          03 WS-TOT-VLR           PIC ZZ.ZZZ.ZZZ,99.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCONCAR".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           PERFORM P015-CARREGA-CREDITOS
           PERFORM P030-CONCILIA-MOVIMENTOS
           PERFORM P050-LISTA-CREDITOS-SOBRANTES
           PERFORM P055-LANCA-TAXAS THRU P055-FIM
           PERFORM P056-ACUMULA-LIQUIDOS
           PERFORM P060-IMPRIME-TOTAIS
           PERFORM P070-FECHAR-ARQUIVOS

              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLIQCAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLIQCAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELDIVCAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELDIVCAR
              CALL "PGMFSMSG" USING WS-FS-PAG, WS-FS-PAG-MSG
              DISPLAY WS-FS-PAG-MSG
           END-IF
           IF NOT WS-FS-LQC-OK
              CALL "PGMFSMSG" USING WS-FS-LQC, WS-FS-LQC-MSG
              DISPLAY WS-FS-LQC-MSG
           END-IF
           .
      *----------------------------------------------------------------
       P005-ACEITA-ADQUIRENTE.
              OPEN I-O PAGAR
           END-IF

           OPEN I-O   LIQCAR

           IF WS-FS-LQC EQUAL 35
              OPEN OUTPUT LIQCAR
              CLOSE LIQCAR
              OPEN I-O LIQCAR
           END-IF

           OPEN OUTPUT RELDIVCAR

           IF NOT WS-FS-OK OR NOT WS-FS-MOV-OK OR NOT WS-FS-PAG-OK
                          OR NOT WS-FS-REL-OK OR NOT WS-FS-LQC-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA CONCILIACAO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
              MOVE 'S'                TO WS-TAB-CASADO (WS-IND-ACHOU)
              SET MOV-CONCILIADO      TO TRUE
              REWRITE REG-CXMOV
              MOVE "ARQCXMOV"           TO WS-JRN-ARQ
              MOVE 'R'                  TO WS-JRN-OPER
              CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                     WS-JRN-PGM, WS-FS-MOV, REG-CXMOV
              ADD 1                   TO WS-QTD-CASADOS
              COMPUTE WS-VLR-TAXAS = WS-VLR-TAXAS
                    + WS-TAB-BRUTO (WS-IND-ACHOU)
           MOVE WS-ID-CAT-TAXA        TO ID-CAT-PAG
           MOVE ZEROS                 TO FILIAL-PAG
                                          ID-PED-PAG
                                          ID-PROF-PAG
                                          ID-DFX-PAG
                                          COD-SERV-PAG
                                          VLR-ISS-PAG
                                          VLR-IRRF-PAG
                                          VLR-PIS-PAG
                                          VLR-COFINS-PAG
                                          VLR-CSLL-PAG
           MOVE 'N'                   TO BLOQ-DIV-PAG
                                          VLR-ESTIM-PAG
                                          RATEIO-PAG
           MOVE SPACES                TO LOGIN-LIB-PAG
           MOVE VLR-PAG               TO VLR-LIQ-PAG

           WRITE REG-PAGAR
               INVALID KEY
           .
       P055-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   SOMA O LIQUIDO DE CADA CREDITO CONCILIADO NO TOTAL DO DIA DO
      *   CREDITO, QUE E O VALOR QUE A ADQUIRENTE DEPOSITA NA CONTA
      *----------------------------------------------------------------
       P056-ACUMULA-LIQUIDOS.

           MOVE ZEROS                 TO WS-IND

           PERFORM P057-ACUMULA-CREDITO
              UNTIL WS-IND NOT LESS WS-QTD-CREDITOS
           .
       P057-ACUMULA-CREDITO.

           ADD 1                      TO WS-IND

           IF WS-TAB-CASADO (WS-IND) EQUAL 'S'
              MOVE WS-TAB-CREDITO (WS-IND) TO DATA-CRED-LQC
              READ LIQCAR
                  INVALID KEY
                     MOVE WS-TAB-LIQUIDO (WS-IND) TO VLR-LIQ-LQC
                     MOVE 1           TO QTD-VENDAS-LQC
                     WRITE REG-LIQCAR
                  NOT INVALID KEY
                     ADD WS-TAB-LIQUIDO (WS-IND) TO VLR-LIQ-LQC
                     ADD 1            TO QTD-VENDAS-LQC
                     REWRITE REG-LIQCAR
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAIS.
      *----------------------------------------------------------------
           CLOSE LIQUID
           CLOSE CXMOV
           CLOSE PAGAR
           CLOSE LIQCAR
           CLOSE RELDIVCAR
           .
       END PROGRAM PGMCONCAR.
