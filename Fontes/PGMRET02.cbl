      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO MENSAL DOS TRIBUTOS RETIDOS NA FONTE PARA O
      *          CONTADOR: LISTA EM RELRETENC OS TITULOS DE CONTAS A
      *          PAGAR COM RETENCAO PAGOS NA COMPETENCIA (BRUTO, ISS,
      *          IRRF, PIS, COFINS, CSLL E LIQUIDO) E, NO RESUMO, O
      *          TOTAL RETIDO DE CADA TRIBUTO COM A GUIA E O
      *          VENCIMENTO DO RECOLHIMENTO NO MES SEGUINTE (ISS DIA
      *          10 NA GUIA DO MUNICIPIO; IRRF DIA 20 NO DARF 1708;
      *          PIS, COFINS E CSLL DIA 20 NO DARF 5952), ANTECIPADO
      *          PARA A SEXTA-FEIRA QUANDO CAI EM FIM DE SEMANA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRET02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAR ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS.

           SELECT FORNECED ASSIGN TO
           WS-PATH-ARQFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

           SELECT RELRETENC ASSIGN TO
           WS-PATH-RELRETENC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PAGAR.
           COPY CPYPAGAR.

       FD FORNECED.
           COPY CPYFORN.

       FD RELRETENC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FRN-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FRN-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FRN-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FRN-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FRN-EOF
                          WS-FS-OK BY WS-FS-FRN-OK
                          WS-FS BY WS-FS-FRN.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-IND                  PIC 9(02)  COMP.
       77 WS-DIA-SEMANA           PIC 9(01)  VALUE ZEROS.
       77 WS-QTD-TITULOS          PIC 9(04)  VALUE ZEROS.
       77 WS-TOT-BRUTO            PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOT-LIQ              PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOT-RETIDO           PIC 9(08)V99 VALUE ZEROS.

       01 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO          PIC 9(04).
          03 WS-HOJE-MES          PIC 9(02).
          03 WS-HOJE-DIA          PIC 9(02).

       01 WS-COMP-TAB             PIC 9(06)  VALUE ZEROS.
       01 REDEFINES WS-COMP-TAB.
          03 WS-COMP-ANO          PIC 9(04).
          03 WS-COMP-MES          PIC 9(02).

       01 WS-DATA-PGTO            PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-PGTO.
          03 WS-PGTO-COMP         PIC 9(06).
          03 WS-PGTO-DIA          PIC 9(02).

       01 WS-VENCIMENTO           PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-VENCIMENTO.
          03 WS-VENC-ANO          PIC 9(04).
          03 WS-VENC-MES          PIC 9(02).
          03 WS-VENC-DIA          PIC 9(02).

      *   TRIBUTO, GUIA DE RECOLHIMENTO E DIA DO VENCIMENTO NO MES
      *   SEGUINTE AO DO PAGAMENTO DA NOTA
       01 WS-TRIBUTOS-INI.
          03 FILLER               PIC X(30)  VALUE
             "ISS   GUIA MUNICIPAL        10".
          03 FILLER               PIC X(30)  VALUE
             "IRRF  DARF 1708             20".
          03 FILLER               PIC X(30)  VALUE
             "PIS   DARF 5952             20".
          03 FILLER               PIC X(30)  VALUE
             "COFINSDARF 5952             20".
          03 FILLER               PIC X(30)  VALUE
             "CSLL  DARF 5952             20".
       01 WS-TAB-TRIBUTOS REDEFINES WS-TRIBUTOS-INI.
          03 WS-TRIBUTO OCCURS 5 TIMES.
             05 TAB-TRIB-NOME     PIC X(06).
             05 TAB-TRIB-GUIA     PIC X(22).
             05 TAB-TRIB-DIA      PIC 9(02).

       01 WS-TAB-VALORES.
          03 TAB-TRIB-VLR         PIC 9(08)V99 OCCURS 5 TIMES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "TRIBUTOS RETIDOS NA FONTE - PAGAMENTOS DO MES ".
          03 WS-CAB-COMP          PIC 9(06).

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE "TIT.".
          03 FILLER               PIC X(22)  VALUE "FORNECEDOR".
          03 FILLER               PIC X(06)  VALUE "SERV.".
          03 FILLER               PIC X(10)  VALUE "DATA PGTO".
          03 FILLER               PIC X(11)  VALUE "      BRUTO".
          03 FILLER               PIC X(11)  VALUE "        ISS".
          03 FILLER               PIC X(11)  VALUE "       IRRF".
          03 FILLER               PIC X(11)  VALUE "        PIS".
          03 FILLER               PIC X(11)  VALUE "     COFINS".
          03 FILLER               PIC X(11)  VALUE "       CSLL".
          03 FILLER               PIC X(11)  VALUE "    LIQUIDO".

       01 WS-DETALHE.
          03 WS-DET-TITULO        PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FORN          PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-SERV          PIC 9(04).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-BRUTO         PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ISS           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-IRRF          PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PIS           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-COFINS        PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CSLL          PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-LIQ           PIC ZZZ.ZZ9,99.

       01 WS-TOTAL-TITULOS.
          03 FILLER               PIC X(26)  VALUE
             "TITULOS COM RETENCAO....: ".
          03 WS-TOT-QTD           PIC ZZZ9.
          03 FILLER               PIC X(10)  VALUE "  BRUTO: ".
          03 WS-TOT-BRUTO-ED      PIC ZZ.ZZZ.ZZZ,99.
          03 FILLER               PIC X(12)  VALUE "  LIQUIDO: ".
          03 WS-TOT-LIQ-ED        PIC ZZ.ZZZ.ZZZ,99.

       01 WS-CAB-RESUMO.
          03 FILLER               PIC X(08)  VALUE "TRIBUTO".
          03 FILLER               PIC X(24)  VALUE "GUIA".
          03 FILLER               PIC X(12)  VALUE "VENCIMENTO".
          03 FILLER               PIC X(13)  VALUE " VALOR RETIDO".

       01 WS-LINHA-RESUMO.
          03 WS-RES-NOME          PIC X(06).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-RES-GUIA          PIC X(22).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-RES-VENC          PIC 9(08).
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-RES-VLR           PIC ZZ.ZZZ.ZZZ,99.

       01 WS-TOTAL-RESUMO.
          03 FILLER               PIC X(44)  VALUE
             "TOTAL A RECOLHER NAS GUIAS".
          03 WS-RES-TOTAL         PIC ZZ.ZZZ.ZZZ,99.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-COMPETENCIA
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P040-IMPRIME-CABECALHO
           PERFORM P020-LER-TITULO
           PERFORM P030-PROCESSA-TITULO UNTIL WS-FS-EOF
           PERFORM P060-IMPRIME-RESUMO
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "TITULOS COM RETENCAO PAGOS EM " WS-COMPETENCIA
                   ": " WS-QTD-TITULOS
           DISPLAY "RELATORIO GRAVADO EM RELRETENC."

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORN_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELRETENC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELRETENC
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           IF NOT WS-FS-OK AND NOT WS-FS-EOF
              CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
              DISPLAY WS-FS-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM COMPETENCIA INFORMADA, USA O MES PASSADO (AS GUIAS VENCEM
      *   NO MES SEGUINTE AO DO PAGAMENTO DAS NOTAS)
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "MES DOS PAGAMENTOS (AAAAMM, 0 = MES PASSADO): "
           ACCEPT WS-COMPETENCIA

           IF WS-COMPETENCIA EQUAL ZEROS
              MOVE WS-HOJE-ANO        TO WS-COMP-ANO
              MOVE WS-HOJE-MES        TO WS-COMP-MES
              IF WS-COMP-MES EQUAL 1
                 SUBTRACT 1           FROM WS-COMP-ANO
                 MOVE 12              TO WS-COMP-MES
              ELSE
                 SUBTRACT 1           FROM WS-COMP-MES
              END-IF
              MOVE WS-COMP-TAB        TO WS-COMPETENCIA
           END-IF

           MOVE WS-COMPETENCIA        TO WS-COMP-TAB
           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           MOVE ZEROS                 TO WS-TAB-VALORES
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  PAGAR

           IF NOT WS-FS-OK
              DISPLAY "NAO HA TITULOS DE CONTAS A PAGAR (" WS-FS ")."
              GOBACK
           END-IF

           OPEN INPUT  FORNECED
           OPEN OUTPUT RELRETENC

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DE TRIBUTOS "
                      "RETIDOS."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P020-LER-TITULO.
      *----------------------------------------------------------------
           READ PAGAR NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO ENTRA O TITULO COM RETENCAO PAGO NA COMPETENCIA: O
      *   TRIBUTO E DEVIDO NO MES DO PAGAMENTO AO FORNECEDOR
      *----------------------------------------------------------------
       P030-PROCESSA-TITULO.
      *----------------------------------------------------------------
           MOVE DATA-PGTO-PAG         TO WS-DATA-PGTO

           IF TITULO-PAGO AND NOT TITULO-SEM-RETENCAO
              AND WS-PGTO-COMP EQUAL WS-COMPETENCIA
              PERFORM P035-BUSCA-FORNECEDOR

              MOVE ID-PAGAR           TO WS-DET-TITULO
              MOVE COD-SERV-PAG       TO WS-DET-SERV
              MOVE DATA-PGTO-PAG      TO WS-DET-DATA
              MOVE VLR-PAG            TO WS-DET-BRUTO
              MOVE VLR-ISS-PAG        TO WS-DET-ISS
              MOVE VLR-IRRF-PAG       TO WS-DET-IRRF
              MOVE VLR-PIS-PAG        TO WS-DET-PIS
              MOVE VLR-COFINS-PAG     TO WS-DET-COFINS
              MOVE VLR-CSLL-PAG       TO WS-DET-CSLL
              MOVE VLR-LIQ-PAG        TO WS-DET-LIQ

              MOVE SPACES             TO REL-LINHA
              MOVE WS-DETALHE         TO REL-LINHA
              WRITE REL-LINHA

              ADD 1                   TO WS-QTD-TITULOS
              ADD VLR-PAG             TO WS-TOT-BRUTO
              ADD VLR-LIQ-PAG         TO WS-TOT-LIQ
              ADD VLR-ISS-PAG         TO TAB-TRIB-VLR (1)
              ADD VLR-IRRF-PAG        TO TAB-TRIB-VLR (2)
              ADD VLR-PIS-PAG         TO TAB-TRIB-VLR (3)
              ADD VLR-COFINS-PAG      TO TAB-TRIB-VLR (4)
              ADD VLR-CSLL-PAG        TO TAB-TRIB-VLR (5)
           END-IF

           PERFORM P020-LER-TITULO
           .
       P035-BUSCA-FORNECEDOR.

           MOVE ID-FORN-PAG           TO ID-FORN
           READ FORNECED
               INVALID KEY
                  MOVE "*NAO ENCONTRADO*" TO WS-DET-FORN
               NOT INVALID KEY
                  MOVE NM-FORN        TO WS-DET-FORN
           END-READ
           .
      *----------------------------------------------------------------
       P040-IMPRIME-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   TOTAIS DOS TITULOS E RESUMO POR TRIBUTO, COM A GUIA E O
      *   VENCIMENTO DO RECOLHIMENTO
      *----------------------------------------------------------------
       P060-IMPRIME-RESUMO.
      *----------------------------------------------------------------
           MOVE WS-QTD-TITULOS        TO WS-TOT-QTD
           MOVE WS-TOT-BRUTO          TO WS-TOT-BRUTO-ED
           MOVE WS-TOT-LIQ            TO WS-TOT-LIQ-ED

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-TITULOS      TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-RESUMO         TO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS                 TO WS-TOT-RETIDO
           MOVE 1                     TO WS-IND
           PERFORM P061-IMPRIME-TRIBUTO UNTIL WS-IND GREATER 5

           MOVE WS-TOT-RETIDO         TO WS-RES-TOTAL

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-RESUMO       TO REL-LINHA
           WRITE REL-LINHA
           .
       P061-IMPRIME-TRIBUTO.

           PERFORM P062-CALCULA-VENCIMENTO

           MOVE TAB-TRIB-NOME (WS-IND) TO WS-RES-NOME
           MOVE TAB-TRIB-GUIA (WS-IND) TO WS-RES-GUIA
           MOVE WS-VENCIMENTO          TO WS-RES-VENC
           MOVE TAB-TRIB-VLR (WS-IND)  TO WS-RES-VLR
           ADD TAB-TRIB-VLR (WS-IND)   TO WS-TOT-RETIDO

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-RESUMO       TO REL-LINHA
           WRITE REL-LINHA

           ADD 1                      TO WS-IND
           .
      *----------------------------------------------------------------
      *   VENCIMENTO NO MES SEGUINTE A COMPETENCIA; SABADO E DOMINGO
      *   ANTECIPAM PARA A SEXTA-FEIRA
      *----------------------------------------------------------------
       P062-CALCULA-VENCIMENTO.

           MOVE WS-COMP-ANO           TO WS-VENC-ANO
           MOVE WS-COMP-MES           TO WS-VENC-MES
           IF WS-VENC-MES EQUAL 12
              ADD 1                   TO WS-VENC-ANO
              MOVE 1                  TO WS-VENC-MES
           ELSE
              ADD 1                   TO WS-VENC-MES
           END-IF
           MOVE TAB-TRIB-DIA (WS-IND) TO WS-VENC-DIA

           CALL "PGMDIASEM" USING WS-VENCIMENTO, WS-DIA-SEMANA

           EVALUATE WS-DIA-SEMANA
               WHEN 1
                  SUBTRACT 2          FROM WS-VENC-DIA
               WHEN 7
                  SUBTRACT 1          FROM WS-VENC-DIA
           END-EVALUATE
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE PAGAR
           CLOSE FORNECED
           CLOSE RELRETENC
           .
       END PROGRAM PGMRET02.
