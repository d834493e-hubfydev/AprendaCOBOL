      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CALCULAR OS TRIBUTOS RETIDOS NA FONTE DE UMA NOTA DE
      *          SERVICO NUM UNICO LUGAR: LE A REGRA DO FORNECEDOR E DO
      *          CODIGO DO SERVICO EM ARQRETENC (PGMRET01) E DEVOLVE,
      *          SOBRE O VALOR BRUTO, O ISS, O IRRF, O PIS, A COFINS, A
      *          CSLL E O LIQUIDO A PAGAR. REGRA INEXISTENTE OU INATIVA
      *          DEVOLVE 'N' EM LK-ACHOU, TRIBUTOS ZERADOS E LIQUIDO
      *          IGUAL AO BRUTO. SEGUE A DISPENSA DE RECOLHIMENTO DE
      *          DARF ABAIXO DE R$ 10,00: IRRF MENOR QUE ISSO NAO E
      *          RETIDO, E PIS, COFINS E CSLL (RECOLHIDOS NUMA MESMA
      *          GUIA) SO SAO RETIDOS QUANDO A SOMA PASSA DE R$ 10,00.
      *          O ISS E SEMPRE RETIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRETEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENC ASSIGN TO
           WS-PATH-ARQRETENC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-RET
           FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RETENC.
           COPY CPYRETENC.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
       77 WS-VLR-MIN-DARF     PIC 9(06)V99 VALUE 10,00.
       77 WS-VLR-CSRF         PIC 9(06)V99 VALUE ZEROS.
           COPY CPYPATHS.

       LINKAGE SECTION.
       01 LK-ID-FORN          PIC 9(04).
       01 LK-COD-SERV         PIC 9(04).
       01 LK-VLR-BRUTO        PIC 9(06)V99.
       01 LK-VLR-ISS          PIC 9(06)V99.
       01 LK-VLR-IRRF         PIC 9(06)V99.
       01 LK-VLR-PIS          PIC 9(06)V99.
       01 LK-VLR-COFINS       PIC 9(06)V99.
       01 LK-VLR-CSLL         PIC 9(06)V99.
       01 LK-VLR-LIQ          PIC 9(06)V99.
       01 LK-ACHOU            PIC X(01).

       PROCEDURE DIVISION USING LK-ID-FORN, LK-COD-SERV, LK-VLR-BRUTO,
                                LK-VLR-ISS, LK-VLR-IRRF, LK-VLR-PIS,
                                LK-VLR-COFINS, LK-VLR-CSLL,
                                LK-VLR-LIQ, LK-ACHOU.
       MAIN-PROCEDURE.

            MOVE 'N'               TO LK-ACHOU
            MOVE ZEROS             TO LK-VLR-ISS
                                      LK-VLR-IRRF
                                      LK-VLR-PIS
                                      LK-VLR-COFINS
                                      LK-VLR-CSLL
            MOVE LK-VLR-BRUTO      TO LK-VLR-LIQ

            IF LK-COD-SERV EQUAL ZEROS
               GOBACK
            END-IF

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT RETENC

            IF NOT WS-FS-OK
               GOBACK
            END-IF

            MOVE LK-ID-FORN        TO ID-FORN-RET
            MOVE LK-COD-SERV       TO COD-SERV-RET

            READ RETENC
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF RET-ATIVA
                      MOVE 'S'     TO LK-ACHOU
                      PERFORM P010-CALCULA THRU P010-FIM
                   END-IF
            END-READ

            CLOSE RETENC

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR O CAMINHO DO ARQUIVO POR UMA VARIAVEL DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRETENC_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQRETENC
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   APLICA AS ALIQUOTAS DA REGRA SOBRE O BRUTO, COM A DISPENSA
      *   DOS TRIBUTOS FEDERAIS ABAIXO DO MINIMO DO DARF
      *----------------------------------------------------------------
       P010-CALCULA.

            COMPUTE LK-VLR-ISS ROUNDED =
                    LK-VLR-BRUTO * PERC-ISS-RET / 100
            COMPUTE LK-VLR-IRRF ROUNDED =
                    LK-VLR-BRUTO * PERC-IRRF-RET / 100
            COMPUTE LK-VLR-PIS ROUNDED =
                    LK-VLR-BRUTO * PERC-PIS-RET / 100
            COMPUTE LK-VLR-COFINS ROUNDED =
                    LK-VLR-BRUTO * PERC-COFINS-RET / 100
            COMPUTE LK-VLR-CSLL ROUNDED =
                    LK-VLR-BRUTO * PERC-CSLL-RET / 100

            IF LK-VLR-IRRF LESS WS-VLR-MIN-DARF
               MOVE ZEROS          TO LK-VLR-IRRF
            END-IF

            COMPUTE WS-VLR-CSRF = LK-VLR-PIS + LK-VLR-COFINS
                                + LK-VLR-CSLL

            IF WS-VLR-CSRF NOT GREATER WS-VLR-MIN-DARF
               MOVE ZEROS          TO LK-VLR-PIS
                                      LK-VLR-COFINS
                                      LK-VLR-CSLL
            END-IF

            COMPUTE LK-VLR-LIQ = LK-VLR-BRUTO - LK-VLR-ISS
                               - LK-VLR-IRRF - LK-VLR-PIS
                               - LK-VLR-COFINS - LK-VLR-CSLL
            .
       P010-FIM.
       END PROGRAM PGMRETEN.
