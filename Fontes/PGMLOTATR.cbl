      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO SEMANAL DE LOTES DE CONVENIO EM ATRASO: OS
      *          LOTES AINDA SEM RETORNO (LOTE-ENVIADO) CUJO PRAZO
      *          CONTRATUAL DE PAGAMENTO JA VENCEU. O PRAZO E O DO
      *          LOTE (COPIADO DO CONVENIO NA GERACAO OU AJUSTADO NO
      *          PGMLOTPRT) OU, EM LOTE ANTIGO SEM PRAZO, O PRAZO ATUAL
      *          DO CONVENIO, E CONTA DA DATA DO PROTOCOLO DE ENTREGA
      *          OU, SEM PROTOCOLO, DA GERACAO DO LOTE. PARA CADA LOTE
      *          SAI A OPERADORA, O VENCIMENTO, OS DIAS DE ATRASO E O
      *          VALOR EM RISCO, COM O TOTAL POR OPERADORA NO FIM. SAI
      *          EM RELLOTATR.LST, PARA O FATURAMENTO COBRAR A
      *          OPERADORA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLOTATR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO
           WS-PATH-ARQLOTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-LOTE
           FILE STATUS  IS WS-FS.

           SELECT CONVENIOS ASSIGN TO
           WS-PATH-ARQCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CONV
           ALTERNATE RECORD KEY IS NM-CONV WITH DUPLICATES
           FILE STATUS  IS WS-FS-CNV.

           SELECT RELLOTATR ASSIGN TO
           WS-PATH-RELLOTATR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD LOTES.
           COPY CPYLOTE.

       FD CONVENIOS.
           COPY CPYCONV.

       FD RELLOTATR
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CNV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CNV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CNV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CNV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CNV-EOF
                          WS-FS-OK BY WS-FS-CNV-OK
                          WS-FS BY WS-FS-CNV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-VENC            PIC 9(08)  VALUE ZEROS.
       77 WS-TIPO-SOMA            PIC X(01)  VALUE 'D'.
       77 WS-PRAZO                PIC 9(03)  VALUE ZEROS.
       77 WS-DIAS-ATRASO          PIC 9(05)  VALUE ZEROS.
       77 WS-VLR-RISCO            PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-ATRASO           PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-CONV             PIC 9(03)  VALUE ZEROS.
       77 WS-IND                  PIC 9(03)  VALUE ZEROS.
       77 WS-CNV-DISP             PIC X(01)  VALUE 'N'.
          88 CONVENIOS-DISPONIVEIS VALUE 'S'.

      *   TOTAIS POR OPERADORA, NA ORDEM EM QUE APARECEM
       01 WS-TAB-OPERADORAS.
          03 WS-TAB-OPER          OCCURS 200 TIMES.
             05 WS-TAB-ID-CONV    PIC 9(04).
             05 WS-TAB-NM-CONV    PIC X(30).
             05 WS-TAB-QTD        PIC 9(04).
             05 WS-TAB-VLR        PIC 9(10)V99.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "LOTES DE CONVENIO COM PAGAMENTO EM ATRASO".
          03 FILLER               PIC X(06)  VALUE "DATA: ".
          03 WS-CAB-DATA          PIC 9(08).

       01 WS-CAB-02.
          03 FILLER               PIC X(05)  VALUE "LOTE".
          03 FILLER               PIC X(36)  VALUE "OPERADORA".
          03 FILLER               PIC X(07)  VALUE "COMP.".
          03 FILLER               PIC X(09)  VALUE "GERACAO".
          03 FILLER               PIC X(09)  VALUE "ENTREGA".
          03 FILLER               PIC X(06)  VALUE "PRAZO".
          03 FILLER               PIC X(09)  VALUE "VENCTO".
          03 FILLER               PIC X(07)  VALUE "ATRASO".
          03 FILLER               PIC X(13)  VALUE "VALOR RISCO".

       01 WS-DETALHE.
          03 WS-DET-LOTE          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CONV          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CONV       PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-COMP          PIC 9(06).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-GERACAO       PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ENTREGA       PIC X(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-PRAZO         PIC ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-VENC          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ATRASO        PIC ZZZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-OPER.
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-OPR-CONV          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-OPR-NM-CONV       PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-OPR-QTD           PIC ZZZ9.
          03 FILLER               PIC X(09)  VALUE " LOTES - ".
          03 WS-OPR-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
          03 FILLER               PIC X(25)  VALUE
             "TOTAL DE LOTES EM ATRASO:".
          03 WS-TOT-QTD           PIC ZZZ9.
          03 FILLER               PIC X(20)  VALUE
             " - VALOR EM RISCO: ".
          03 WS-TOT-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-CABECALHO
           PERFORM P030-LE-LOTE UNTIL WS-FS-EOF
           PERFORM P050-TOTAIS
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "LOTES EM ATRASO: " WS-QTD-ATRASO
                   " - VALOR EM RISCO: " WS-TOT-VLR
           DISPLAY "RELATORIO GRAVADO EM " WS-PATH-RELLOTATR

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLOTE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLOTE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCONV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCONV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELLOTATR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELLOTATR
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
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT LOTES
           OPEN OUTPUT RELLOTATR

           IF NOT WS-FS-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO RELATORIO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT CONVENIOS

           IF WS-FS-CNV-OK
              SET CONVENIOS-DISPONIVEIS TO TRUE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           INITIALIZE WS-TAB-OPERADORAS
           .
      *----------------------------------------------------------------
       P020-CABECALHO.
      *----------------------------------------------------------------
           MOVE WS-DATA-HOJE          TO WS-CAB-DATA

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
      *   LOTE SEM RETORNO COM O VENCIMENTO CONTRATUAL JA PASSADO
      *----------------------------------------------------------------
       P030-LE-LOTE.

           READ LOTES NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  IF LOTE-ENVIADO
                     PERFORM P035-CALCULA-VENCIMENTO
                     IF WS-DATA-VENC LESS WS-DATA-HOJE
                        PERFORM P040-IMPRIME-LOTE
                     END-IF
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   VENCIMENTO = PROTOCOLO (OU GERACAO) + PRAZO DO LOTE (OU DO
      *   CONVENIO, OU 30 DIAS SE NENHUM DOS DOIS)
      *----------------------------------------------------------------
       P035-CALCULA-VENCIMENTO.

           MOVE "*CONVENIO NAO ENCONTRADO*" TO NM-CONV
           MOVE ZEROS                 TO PRAZO-PAG-CONV

           IF CONVENIOS-DISPONIVEIS
              MOVE ID-CONV-LOTE       TO ID-CONV
              READ CONVENIOS
                  INVALID KEY
                     MOVE "*CONVENIO NAO ENCONTRADO*" TO NM-CONV
                     MOVE ZEROS       TO PRAZO-PAG-CONV
              END-READ
           END-IF

           MOVE PRAZO-PAG-LOTE        TO WS-PRAZO
           IF WS-PRAZO EQUAL ZEROS
              MOVE PRAZO-PAG-CONV     TO WS-PRAZO
           END-IF
           IF WS-PRAZO EQUAL ZEROS
              MOVE 30                 TO WS-PRAZO
           END-IF

           IF LOTE-SEM-PROTOCOLO
              MOVE DATA-GER-LOTE      TO WS-DATA-VENC
           ELSE
              MOVE DATA-PROT-LOTE     TO WS-DATA-VENC
           END-IF

           MOVE 'D'                   TO WS-TIPO-SOMA
           CALL "PGMDATADD" USING WS-DATA-VENC, WS-TIPO-SOMA, WS-PRAZO
           .
      *----------------------------------------------------------------
      *   LINHA DO LOTE E ACUMULO NO TOTAL DA OPERADORA
      *----------------------------------------------------------------
       P040-IMPRIME-LOTE.

           CALL "PGMDIADIF" USING WS-DATA-VENC, WS-DATA-HOJE,
                                  WS-DIAS-ATRASO

           COMPUTE WS-VLR-RISCO = VLR-TOTAL-LOTE - VLR-PAGO-LOTE

           MOVE ID-LOTE               TO WS-DET-LOTE
           MOVE ID-CONV-LOTE          TO WS-DET-CONV
           MOVE NM-CONV               TO WS-DET-NM-CONV
           MOVE COMP-LOTE             TO WS-DET-COMP
           MOVE DATA-GER-LOTE         TO WS-DET-GERACAO
           IF LOTE-SEM-PROTOCOLO
              MOVE "SEM PROT"         TO WS-DET-ENTREGA
           ELSE
              MOVE DATA-PROT-LOTE     TO WS-DET-ENTREGA
           END-IF
           MOVE WS-PRAZO              TO WS-DET-PRAZO
           MOVE WS-DATA-VENC          TO WS-DET-VENC
           MOVE WS-DIAS-ATRASO        TO WS-DET-ATRASO
           MOVE WS-VLR-RISCO          TO WS-DET-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           ADD 1                      TO WS-QTD-ATRASO
           ADD WS-VLR-RISCO           TO WS-VLR-TOTAL

           PERFORM P045-PROCURA-OPERADORA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-QTD-CONV
                  OR WS-TAB-ID-CONV (WS-IND) EQUAL ID-CONV-LOTE

           IF WS-IND GREATER WS-QTD-CONV AND WS-QTD-CONV LESS 200
              ADD 1                   TO WS-QTD-CONV
              MOVE WS-QTD-CONV        TO WS-IND
              MOVE ID-CONV-LOTE       TO WS-TAB-ID-CONV (WS-IND)
              MOVE NM-CONV            TO WS-TAB-NM-CONV (WS-IND)
           END-IF

           IF WS-IND NOT GREATER WS-QTD-CONV
              ADD 1                   TO WS-TAB-QTD (WS-IND)
              ADD WS-VLR-RISCO        TO WS-TAB-VLR (WS-IND)
           END-IF
           .
       P045-PROCURA-OPERADORA.

           CONTINUE
           .
      *----------------------------------------------------------------
      *   TOTAL POR OPERADORA E TOTAL GERAL
      *----------------------------------------------------------------
       P050-TOTAIS.

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE "EM ATRASO POR OPERADORA:" TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P055-IMPRIME-OPERADORA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-QTD-CONV

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-ATRASO         TO WS-TOT-QTD
           MOVE WS-VLR-TOTAL          TO WS-TOT-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-TOTAL        TO REL-LINHA
           WRITE REL-LINHA
           .
       P055-IMPRIME-OPERADORA.

           MOVE WS-TAB-ID-CONV (WS-IND) TO WS-OPR-CONV
           MOVE WS-TAB-NM-CONV (WS-IND) TO WS-OPR-NM-CONV
           MOVE WS-TAB-QTD (WS-IND)   TO WS-OPR-QTD
           MOVE WS-TAB-VLR (WS-IND)   TO WS-OPR-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-OPER         TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE LOTES
           CLOSE RELLOTATR

           IF CONVENIOS-DISPONIVEIS
              CLOSE CONVENIOS
           END-IF
           .
       END PROGRAM PGMLOTATR.
