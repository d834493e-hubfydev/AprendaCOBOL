      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: GERACAO MENSAL DOS TITULOS DAS DESPESAS RECORRENTES:
      *          PARA A COMPETENCIA INFORMADA (NORMALMENTE O PROXIMO
      *          MES) GRAVA EM ARQPAGAR UM TITULO EM ABERTO PARA CADA
      *          DESPESA ATIVA DE ARQDESPFIX, COM O FORNECEDOR, A
      *          CATEGORIA, A FILIAL E O VALOR CADASTRADOS, VENCENDO NO
      *          DIA DA DESPESA (NO ULTIMO DIA DO MES QUANDO O MES E
      *          MAIS CURTO). PULA A DESPESA QUE JA TEM TITULO NA
      *          COMPETENCIA E A QUE TEM O CONTRATO ENCERRADO ANTES DO
      *          VENCIMENTO. TITULO DE VALOR ESTIMADO SAI MARCADO
      *          (VLR-ESTIM-PAG) PARA O VALOR SER CONFIRMADO QUANDO A
      *          CONTA CHEGAR. O RELATORIO RELDFXGER LISTA O QUE FOI
      *          GERADO E O QUE FOI PULADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDFX02.
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

           SELECT PAGAR ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS-PAG.

           SELECT RELDFXGER ASSIGN TO
           WS-PATH-RELDFXGER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD DESPFIX.
           COPY CPYDESPFIX.

       FD PAGAR.
           COPY CPYPAGAR.

       FD RELDFXGER
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAG-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAG-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAG-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAG-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAG-EOF
                          WS-FS-OK BY WS-FS-PAG-OK
                          WS-FS BY WS-FS-PAG.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-DATA-OK              PIC X(01)  VALUE 'N'.
          88 DATA-OK              VALUE 'S'.
       77 WS-EOF-PAG              PIC 9      VALUE 0.
          88 WS-EOF-PAG-OK        VALUE 1 FALSE 0.
       77 WS-ACHOU                PIC X(01)  VALUE 'N'.
          88 JA-GERADO            VALUE 'S'.
       77 WS-IND                  PIC 9(04)  COMP.
       77 WS-QTD-GERADOS-ANT      PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-GERADOS        PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-ESTIMADOS      PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-JA-GERADOS     PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-ENCERRADOS     PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(08)V99 VALUE ZEROS.

       01 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO          PIC 9(04).
          03 WS-HOJE-MES          PIC 9(02).
          03 WS-HOJE-DIA          PIC 9(02).

       01 WS-COMP-TAB             PIC 9(06)  VALUE ZEROS.
       01 REDEFINES WS-COMP-TAB.
          03 WS-COMP-ANO          PIC 9(04).
          03 WS-COMP-MES          PIC 9(02).

       01 WS-VENCIMENTO           PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-VENCIMENTO.
          03 WS-VENC-COMP         PIC 9(06).
          03 WS-VENC-DIA          PIC 9(02).

       01 WS-DATA-VENC-PAG        PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-VENC-PAG.
          03 WS-VENC-PAG-COMP     PIC 9(06).
          03 WS-VENC-PAG-DIA      PIC 9(02).

       01 WS-TAB-GERADOS.
          03 WS-GERADO OCCURS 500 TIMES.
             05 TAB-ID-DFX        PIC 9(04).

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "DFXGER".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(46)  VALUE
             "TITULOS DE DESPESAS RECORRENTES - COMPETENCIA ".
          03 WS-CAB-COMP          PIC 9(06).

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE "DESP.".
          03 FILLER               PIC X(32)  VALUE "DESCRICAO".
          03 FILLER               PIC X(06)  VALUE "FORN.".
          03 FILLER               PIC X(10)  VALUE "VENCIMENTO".
          03 FILLER               PIC X(12)  VALUE "       VALOR".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(08)  VALUE "TITULO".
          03 FILLER               PIC X(30)  VALUE "SITUACAO".

       01 WS-DETALHE.
          03 WS-DET-DFX           PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DESCR         PIC X(30).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FORN          PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-VENC          PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-TITULO        PIC ZZZ9.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(40).

       01 WS-TOTAL-LINHA-01.
          03 FILLER               PIC X(26)  VALUE
             "TITULOS GERADOS.........: ".
          03 WS-TOT-GER           PIC ZZZ9.
          03 FILLER               PIC X(10)  VALUE "  VALOR: ".
          03 WS-TOT-VLR           PIC ZZ.ZZZ.ZZZ,99.

       01 WS-TOTAL-LINHA-02.
          03 FILLER               PIC X(26)  VALUE
             "COM VALOR A CONFIRMAR...: ".
          03 WS-TOT-EST           PIC ZZZ9.

       01 WS-TOTAL-LINHA-03.
          03 FILLER               PIC X(26)  VALUE
             "JA GERADOS (PULADOS)....: ".
          03 WS-TOT-JA            PIC ZZZ9.

       01 WS-TOTAL-LINHA-04.
          03 FILLER               PIC X(26)  VALUE
             "CONTRATO ENCERRADO......: ".
          03 WS-TOT-ENC           PIC ZZZ9.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELDFXGER".
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
           PERFORM P015-CARREGA-GERADOS
           PERFORM P040-IMPRIME-CABECALHO
           PERFORM P020-LER-DESPESA
           PERFORM P030-PROCESSA-DESPESA UNTIL WS-FS-EOF
           PERFORM P060-IMPRIME-TOTAL
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELDFXGER,
                                 WS-SPOOL-PARMS

           DISPLAY "TITULOS GERADOS...........: " WS-TOTAL-GERADOS
           DISPLAY "COM VALOR A CONFIRMAR.....: " WS-TOTAL-ESTIMADOS
           DISPLAY "JA GERADOS (PULADOS)......: " WS-TOTAL-JA-GERADOS
           DISPLAY "CONTRATO ENCERRADO........: " WS-TOTAL-ENCERRADOS

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-GERADOS     TO WS-RUN-GRAVADOS
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
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQDESPFIX_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQDESPFIX
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELDFXGER_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELDFXGER
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
           IF NOT WS-FS-PAG-OK
              CALL "PGMFSMSG" USING WS-FS-PAG, WS-FS-PAG-MSG
              DISPLAY WS-FS-PAG-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM COMPETENCIA INFORMADA, GERA A DO MES QUE VEM
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "COMPETENCIA A GERAR (AAAAMM, 0 = PROXIMO MES): "
           ACCEPT WS-COMPETENCIA

           IF WS-COMPETENCIA EQUAL ZEROS
              MOVE WS-HOJE-ANO        TO WS-COMP-ANO
              MOVE WS-HOJE-MES        TO WS-COMP-MES
              IF WS-COMP-MES EQUAL 12
                 ADD 1                TO WS-COMP-ANO
                 MOVE 1               TO WS-COMP-MES
              ELSE
                 ADD 1                TO WS-COMP-MES
              END-IF
              MOVE WS-COMP-TAB        TO WS-COMPETENCIA
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN I-O    DESPFIX

           IF NOT WS-FS-OK
              DISPLAY "NAO HA DESPESAS RECORRENTES CADASTRADAS ("
                      WS-FS ")."
              GOBACK
           END-IF

           OPEN I-O    PAGAR

           IF WS-FS-PAG EQUAL 35
              OPEN OUTPUT PAGAR
              CLOSE PAGAR
              OPEN I-O PAGAR
           END-IF

           OPEN OUTPUT RELDFXGER

           IF NOT WS-FS-PAG-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA GERACAO DE "
                      "DESPESAS RECORRENTES."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           .
      *----------------------------------------------------------------
      *   DESPESAS QUE JA TEM TITULO VENCENDO NA COMPETENCIA (GERADO
      *   NUMA RODADA ANTERIOR), PARA NAO GERAR DE NOVO
      *----------------------------------------------------------------
       P015-CARREGA-GERADOS.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-QTD-GERADOS-ANT
                                          ID-PAGAR
           SET WS-EOF-PAG-OK          TO FALSE

           START PAGAR KEY IS NOT LESS THAN ID-PAGAR
               INVALID KEY
                  SET WS-EOF-PAG-OK   TO TRUE
           END-START

           PERFORM P016-LE-TITULO UNTIL WS-EOF-PAG-OK
           .
       P016-LE-TITULO.

           READ PAGAR NEXT RECORD
               AT END
                  SET WS-EOF-PAG-OK   TO TRUE
               NOT AT END
                  MOVE DATA-VENC-PAG  TO WS-DATA-VENC-PAG
                  IF NOT TITULO-AVULSO
                     AND WS-VENC-PAG-COMP EQUAL WS-COMPETENCIA
                     AND WS-QTD-GERADOS-ANT LESS 500
                     ADD 1            TO WS-QTD-GERADOS-ANT
                     MOVE ID-DFX-PAG
                          TO TAB-ID-DFX (WS-QTD-GERADOS-ANT)
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
       P020-LER-DESPESA.
      *----------------------------------------------------------------
           READ DESPFIX NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  ADD 1               TO WS-RUN-LIDOS
           END-READ
           .
      *----------------------------------------------------------------
      *   DESPESA ATIVA: CALCULA O VENCIMENTO NA COMPETENCIA, CONFERE
      *   O FIM DO CONTRATO E SE JA HA TITULO, E GERA O TITULO
      *----------------------------------------------------------------
       P030-PROCESSA-DESPESA.
      *----------------------------------------------------------------
           IF DFX-ATIVA
              PERFORM P031-CALCULA-VENCIMENTO
              PERFORM P032-PROCURA-GERADO

              MOVE ID-DFX             TO WS-DET-DFX
              MOVE DESCR-DFX          TO WS-DET-DESCR
              MOVE ID-FORN-DFX        TO WS-DET-FORN
              MOVE WS-VENCIMENTO      TO WS-DET-VENC
              MOVE VLR-DFX            TO WS-DET-VLR
              MOVE ZEROS              TO WS-DET-TITULO

              EVALUATE TRUE
                  WHEN NOT DFX-SEM-FIM
                       AND WS-VENCIMENTO GREATER DATA-FIM-DFX
                     ADD 1            TO WS-TOTAL-ENCERRADOS
                     MOVE "CONTRATO ENCERRADO, NAO GERADO"
                                      TO WS-DET-SITUACAO
                     PERFORM P051-IMPRIME-DETALHE
                  WHEN JA-GERADO
                     ADD 1            TO WS-TOTAL-JA-GERADOS
                     MOVE "JA GERADO NA COMPETENCIA"
                                      TO WS-DET-SITUACAO
                     PERFORM P051-IMPRIME-DETALHE
                  WHEN OTHER
                     PERFORM P035-GRAVA-TITULO
              END-EVALUATE
           END-IF

           PERFORM P020-LER-DESPESA
           .
      *----------------------------------------------------------------
      *   DIA DE VENCIMENTO QUE NAO EXISTE NO MES (31 EM ABRIL, 30 EM
      *   FEVEREIRO) CAI NO ULTIMO DIA DO MES
      *----------------------------------------------------------------
       P031-CALCULA-VENCIMENTO.

           MOVE WS-COMPETENCIA        TO WS-VENC-COMP
           MOVE DIA-VENC-DFX          TO WS-VENC-DIA
           MOVE 'N'                   TO WS-DATA-OK

           PERFORM P033-CONFERE-DIA UNTIL DATA-OK
           .
       P032-PROCURA-GERADO.

           MOVE 'N'                   TO WS-ACHOU

           IF ULT-COMP-DFX NOT LESS WS-COMPETENCIA
              SET JA-GERADO           TO TRUE
           END-IF

           MOVE 1                     TO WS-IND
           PERFORM P034-COMPARA-GERADO
              UNTIL WS-IND GREATER WS-QTD-GERADOS-ANT OR JA-GERADO
           .
       P033-CONFERE-DIA.

           CALL "PGMVALDT" USING WS-VENCIMENTO, WS-DATA-OK

           IF NOT DATA-OK
              IF WS-VENC-DIA GREATER 28
                 SUBTRACT 1           FROM WS-VENC-DIA
              ELSE
                 SET DATA-OK          TO TRUE
              END-IF
           END-IF
           .
       P034-COMPARA-GERADO.

           IF TAB-ID-DFX (WS-IND) EQUAL ID-DFX
              SET JA-GERADO           TO TRUE
           END-IF

           ADD 1                      TO WS-IND
           .
      *----------------------------------------------------------------
      *   GRAVA O TITULO EM ABERTO DA DESPESA E MARCA A COMPETENCIA
      *   COMO GERADA NA DESPESA
      *----------------------------------------------------------------
       P035-GRAVA-TITULO.

           CALL "PGMPROXPG" USING ID-PAGAR

           MOVE ID-FORN-DFX           TO ID-FORN-PAG
           MOVE SPACES                TO NUM-DOC-PAG
           STRING "MENS" WS-COMPETENCIA DELIMITED BY SIZE
                  INTO NUM-DOC-PAG
           END-STRING
           MOVE WS-DATA-HOJE          TO DATA-EMIS-PAG
           MOVE WS-VENCIMENTO         TO DATA-VENC-PAG
           MOVE VLR-DFX               TO VLR-PAG
           MOVE ZEROS                 TO VLR-PAGO-PAG
                                          DATA-PGTO-PAG
           SET TITULO-ABERTO          TO TRUE
           MOVE ID-CAT-DFX            TO ID-CAT-PAG
           MOVE FILIAL-DFX            TO FILIAL-PAG
           MOVE ZEROS                 TO ID-PED-PAG
                                          ID-PROF-PAG
           MOVE 'N'                   TO BLOQ-DIV-PAG
                                          RATEIO-PAG
           MOVE SPACES                TO LOGIN-LIB-PAG
           MOVE ID-DFX                TO ID-DFX-PAG
           MOVE ZEROS                 TO COD-SERV-PAG
                                          VLR-ISS-PAG
                                          VLR-IRRF-PAG
                                          VLR-PIS-PAG
                                          VLR-COFINS-PAG
                                          VLR-CSLL-PAG
           MOVE VLR-PAG               TO VLR-LIQ-PAG
           IF DFX-VALOR-ESTIMADO
              MOVE 'S'                TO VLR-ESTIM-PAG
           ELSE
              MOVE 'N'                TO VLR-ESTIM-PAG
           END-IF

           WRITE REG-PAGAR
               INVALID KEY
                  DISPLAY "JA EXISTE TITULO COM ESTE ID: " ID-PAGAR
                  MOVE "ERRO NA GRAVACAO DO TITULO"
                                      TO WS-DET-SITUACAO
               NOT INVALID KEY
                  ADD 1               TO WS-TOTAL-GERADOS
                  ADD VLR-PAG         TO WS-VLR-TOTAL
                  MOVE ID-PAGAR       TO WS-DET-TITULO
                  IF TITULO-VLR-ESTIMADO
                     ADD 1            TO WS-TOTAL-ESTIMADOS
                     MOVE "GERADO - VALOR ESTIMADO, CONFIRMAR"
                                      TO WS-DET-SITUACAO
                  ELSE
                     MOVE "GERADO"    TO WS-DET-SITUACAO
                  END-IF
                  MOVE WS-COMPETENCIA TO ULT-COMP-DFX
                  REWRITE REG-DESPFIX
           END-WRITE

           PERFORM P051-IMPRIME-DETALHE
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
       P051-IMPRIME-DETALHE.

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAL.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-GERADOS      TO WS-TOT-GER
           MOVE WS-VLR-TOTAL          TO WS-TOT-VLR
           MOVE WS-TOTAL-ESTIMADOS    TO WS-TOT-EST
           MOVE WS-TOTAL-JA-GERADOS   TO WS-TOT-JA
           MOVE WS-TOTAL-ENCERRADOS   TO WS-TOT-ENC

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-01     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-02     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-03     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-04     TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE DESPFIX
           CLOSE PAGAR
           CLOSE RELDFXGER
           .
       END PROGRAM PGMDFX02.
