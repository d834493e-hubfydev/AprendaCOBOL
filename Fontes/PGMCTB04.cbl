      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: EXPORTAR OS LANCAMENTOS DO LIVRO DIARIO (ARQLANCTB) DE
      *          UMA COMPETENCIA NO LAYOUT FIXO DE IMPORTACAO DO
      *          ESCRITORIO CONTABIL (ARQCTBEXP): DATA, CONTA DEBITO,
      *          CONTA CREDITO, VALOR COM DUAS DECIMAIS IMPLICITAS,
      *          HISTORICO, FILIAL E A CHAVE DE ORIGEM DO LANCAMENTO
      *          (PARA O CONTADOR RASTREAR O DOCUMENTO). PODE SER
      *          RODADO DE NOVO PARA A MESMA COMPETENCIA: O ARQUIVO E
      *          REGRAVADO COM TUDO O QUE HA NO LIVRO PARA O MES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCTB04.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCTB ASSIGN TO
           WS-PATH-ARQLANCTB
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-LCT
           FILE STATUS  IS WS-FS.

           SELECT CTBEXP ASSIGN TO
           WS-PATH-ARQCTBEXP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EXP.

       DATA DIVISION.
       FILE SECTION.
       FD LANCTB.
           COPY CPYLANCTB.

       FD CTBEXP
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 EXP-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EXP-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EXP-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EXP-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EXP-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EXP-EOF
                          WS-FS-OK BY WS-FS-EXP-OK
                          WS-FS BY WS-FS-EXP.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-EXPORTADOS     PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(10)V99 VALUE ZEROS.

       01 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO          PIC 9(04).
          03 WS-HOJE-MES          PIC 9(02).
          03 WS-HOJE-DIA          PIC 9(02).

       01 WS-COMP-TAB             PIC 9(06)  VALUE ZEROS.
       01 REDEFINES WS-COMP-TAB.
          03 WS-COMP-ANO          PIC 9(04).
          03 WS-COMP-MES          PIC 9(02).

       01 WS-DATA-TAB             PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-TAB.
          03 WS-TAB-COMP          PIC 9(06).
          03 WS-TAB-DIA           PIC 9(02).

       01 WS-LINHA-EXP.
          03 WS-EXP-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-EXP-DEB           PIC X(12).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-EXP-CRED          PIC X(12).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-EXP-VALOR         PIC 9(10)V99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-EXP-HIST          PIC X(40).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-EXP-FILIAL        PIC 9(02).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-EXP-ORIGEM        PIC X(13).

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "CTBEXP".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "CTBEXP".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-COMPETENCIA

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-LANCAMENTO
           PERFORM P030-PROCESSA-LANCAMENTO UNTIL WS-FS-EOF
           PERFORM P050-FECHAR-ARQUIVOS

           MOVE WS-COMPETENCIA       TO WS-SPOOL-PARMS
           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-ARQCTBEXP,
                                 WS-SPOOL-PARMS

           DISPLAY "LANCAMENTOS EXPORTADOS: " WS-TOTAL-EXPORTADOS
           DISPLAY "VALOR TOTAL...........: " WS-VLR-TOTAL

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-EXPORTADOS  TO WS-RUN-GRAVADOS
           MOVE WS-VLR-TOTAL         TO WS-RUN-TOTAL
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLANCTB_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLANCTB
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCTBEXP_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCTBEXP
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           IF NOT WS-FS-OK
              CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
              DISPLAY WS-FS-MSG
           END-IF
           IF NOT WS-FS-EXP-OK
              CALL "PGMFSMSG" USING WS-FS-EXP, WS-FS-EXP-MSG
              DISPLAY WS-FS-EXP-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM COMPETENCIA INFORMADA, O MES PASSADO
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "COMPETENCIA A EXPORTAR (AAAAMM, 0 = MES PASSADO): "
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
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  LANCTB
           OPEN OUTPUT CTBEXP

           IF NOT WS-FS-OK OR NOT WS-FS-EXP-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA EXPORTACAO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P020-LER-LANCAMENTO.
      *----------------------------------------------------------------
           READ LANCTB NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
       P030-PROCESSA-LANCAMENTO.
      *----------------------------------------------------------------
           ADD 1                      TO WS-RUN-LIDOS

           MOVE DATA-LCT              TO WS-DATA-TAB
           IF WS-TAB-COMP EQUAL WS-COMPETENCIA
              PERFORM P040-GRAVA-LINHA
           END-IF

           PERFORM P020-LER-LANCAMENTO
           .
      *----------------------------------------------------------------
      *   GRAVA A LINHA NO LAYOUT DE IMPORTACAO DA CONTABILIDADE
      *----------------------------------------------------------------
       P040-GRAVA-LINHA.
      *----------------------------------------------------------------
           MOVE DATA-LCT              TO WS-EXP-DATA
           MOVE DEB-LCT               TO WS-EXP-DEB
           MOVE CRED-LCT              TO WS-EXP-CRED
           MOVE VLR-LCT               TO WS-EXP-VALOR
           MOVE HIST-LCT              TO WS-EXP-HIST
           MOVE FILIAL-LCT            TO WS-EXP-FILIAL
           MOVE CHAVE-LCT             TO WS-EXP-ORIGEM

           MOVE SPACES                TO EXP-LINHA
           MOVE WS-LINHA-EXP          TO EXP-LINHA
           WRITE EXP-LINHA

           ADD 1                      TO WS-TOTAL-EXPORTADOS
           ADD VLR-LCT                TO WS-VLR-TOTAL
           .
      *----------------------------------------------------------------
       P050-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE LANCTB
           CLOSE CTBEXP
           .
       END PROGRAM PGMCTB04.
