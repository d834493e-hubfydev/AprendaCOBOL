      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO DAS DESPESAS RECORRENTES A VENCER: LISTA EM
      *          RELDFXVENC AS DESPESAS ATIVAS DE ARQDESPFIX CUJO
      *          CONTRATO (DATA-FIM-DFX) TERMINA ENTRE HOJE E OS
      *          PROXIMOS 60 DIAS, COM O FORNECEDOR E O VALOR MENSAL,
      *          PARA A RENOVACAO OU O ENCERRAMENTO SER TRATADO ANTES
      *          DO VENCIMENTO. DESPESA SEM PRAZO NAO ENTRA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDFX03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESPFIX ASSIGN TO
           WS-PATH-ARQDESPFIX
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-DFX
           FILE STATUS  IS WS-FS.

           SELECT FORNECED ASSIGN TO
           WS-PATH-ARQFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

           SELECT RELDFXVENC ASSIGN TO
           WS-PATH-RELDFXVENC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD DESPFIX.
           COPY CPYDESPFIX.

       FD FORNECED.
           COPY CPYFORN.

       FD RELDFXVENC
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

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-LIMITE          PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS-AVISO           PIC 9(03)  VALUE 60.
       77 WS-TIPO-SOMA            PIC X(01)  VALUE 'D'.
       77 WS-TOTAL-DESPESAS       PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(08)V99 VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "DESPESAS RECORRENTES COM CONTRATO A VENCER ATE ".
          03 WS-CAB-LIMITE        PIC 9(08).

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE "DESP.".
          03 FILLER               PIC X(32)  VALUE "DESCRICAO".
          03 FILLER               PIC X(32)  VALUE "FORNECEDOR".
          03 FILLER               PIC X(10)  VALUE "FIM CONTR.".
          03 FILLER               PIC X(12)  VALUE "  VLR MENSAL".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(08)  VALUE "DIA VENC".

       01 WS-DETALHE.
          03 WS-DET-DFX           PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DESCR         PIC X(30).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FORN          PIC X(30).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FIM           PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZZ.ZZ9,99.
          03 WS-DET-ESTIM         PIC X(02).
          03 FILLER               PIC X(06)  VALUE SPACES.
          03 WS-DET-DIA           PIC Z9.

       01 WS-TOTAL-LINHA.
          03 FILLER               PIC X(26)  VALUE
             "DESPESAS A VENCER.......: ".
          03 WS-TOT-QTD           PIC ZZZ9.
          03 FILLER               PIC X(18)  VALUE
             "  VALOR MENSAL: ".
          03 WS-TOT-VLR           PIC ZZ.ZZZ.ZZZ,99.

       01 WS-NOTA-LINHA           PIC X(40)  VALUE
          "(E) = VALOR MENSAL ESTIMADO".

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-CALCULA-LIMITE
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P040-IMPRIME-CABECALHO
           PERFORM P020-LER-DESPESA
           PERFORM P030-PROCESSA-DESPESA UNTIL WS-FS-EOF
           PERFORM P060-IMPRIME-TOTAL
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "DESPESAS COM CONTRATO A VENCER ATE "
                   WS-DATA-LIMITE ": " WS-TOTAL-DESPESAS
           DISPLAY "RELATORIO GRAVADO EM RELDFXVENC."

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQDESPFIX_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQDESPFIX
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORN_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELDFXVENC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELDFXVENC
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
      *   JANELA DO AVISO: DE HOJE ATE HOJE MAIS 60 DIAS
      *----------------------------------------------------------------
       P005-CALCULA-LIMITE.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE          TO WS-DATA-LIMITE
           CALL "PGMDATADD" USING WS-DATA-LIMITE, WS-TIPO-SOMA,
                                  WS-DIAS-AVISO
           MOVE WS-DATA-LIMITE        TO WS-CAB-LIMITE
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  DESPFIX

           IF NOT WS-FS-OK
              DISPLAY "NAO HA DESPESAS RECORRENTES CADASTRADAS ("
                      WS-FS ")."
              GOBACK
           END-IF

           OPEN INPUT  FORNECED
           OPEN OUTPUT RELDFXVENC

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DE DESPESAS "
                      "RECORRENTES A VENCER."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P020-LER-DESPESA.
      *----------------------------------------------------------------
           READ DESPFIX NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO ENTRA A DESPESA ATIVA COM PRAZO DENTRO DA JANELA
      *----------------------------------------------------------------
       P030-PROCESSA-DESPESA.
      *----------------------------------------------------------------
           IF DFX-ATIVA AND NOT DFX-SEM-FIM
              AND DATA-FIM-DFX NOT LESS WS-DATA-HOJE
              AND DATA-FIM-DFX NOT GREATER WS-DATA-LIMITE
              PERFORM P035-BUSCA-FORNECEDOR

              MOVE ID-DFX             TO WS-DET-DFX
              MOVE DESCR-DFX          TO WS-DET-DESCR
              MOVE DATA-FIM-DFX       TO WS-DET-FIM
              MOVE VLR-DFX            TO WS-DET-VLR
              MOVE DIA-VENC-DFX       TO WS-DET-DIA
              IF DFX-VALOR-ESTIMADO
                 MOVE " E"            TO WS-DET-ESTIM
              ELSE
                 MOVE SPACES          TO WS-DET-ESTIM
              END-IF

              MOVE SPACES             TO REL-LINHA
              MOVE WS-DETALHE         TO REL-LINHA
              WRITE REL-LINHA

              ADD 1                   TO WS-TOTAL-DESPESAS
              ADD VLR-DFX             TO WS-VLR-TOTAL
           END-IF

           PERFORM P020-LER-DESPESA
           .
       P035-BUSCA-FORNECEDOR.

           MOVE ID-FORN-DFX           TO ID-FORN
           READ FORNECED
               INVALID KEY
                  MOVE "*FORNECEDOR NAO ENCONTRADO*"
                                      TO WS-DET-FORN
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
       P060-IMPRIME-TOTAL.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-DESPESAS     TO WS-TOT-QTD
           MOVE WS-VLR-TOTAL          TO WS-TOT-VLR

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA        TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-NOTA-LINHA         TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE DESPFIX
           CLOSE FORNECED
           CLOSE RELDFXVENC
           .
       END PROGRAM PGMDFX03.
