      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: FATURAMENTO MENSAL DAS EMPRESAS CONVENIADAS. JUNTA OS
      *          EXAMES OCUPACIONAIS PENDENTES EM ARQEMPIT (GRAVADOS
      *          PELO PGMFATURA) ATE A COMPETENCIA INFORMADA NUMA UNICA
      *          FATURA TIPO 'E' POR EMPRESA, EM NOME DO SEU CLIENTE
      *          DE COBRANCA (ID-CLI-EMP). COM PRAZO DE PAGAMENTO NO
      *          CONTRATO A FATURA SAI COM UMA PARCELA EM ARQFATPAR
      *          VENCENDO HOJE + PRAZO, PARA O AGING E O BOLETO USAREM
      *          ESSE VENCIMENTO. CADA ITEM FATURADO RECEBE O NUMERO DA
      *          FATURA (ID-FAT-EI) E O RELATORIO RELEMPFAT E O EXTRATO
      *          POR FUNCIONARIO E EXAME QUE SEGUE PARA A EMPRESA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEMPFAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS ASSIGN TO
           WS-PATH-ARQEMPRESA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-EMP
           ALTERNATE RECORD KEY IS NM-EMP WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-EMP WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT EMPITENS ASSIGN TO
           WS-PATH-ARQEMPIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-EMPIT
           FILE STATUS  IS WS-FS-EIT.

           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS-FAT.

           SELECT FATPAR ASSIGN TO
           WS-PATH-ARQFATPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-FATPAR
           FILE STATUS  IS WS-FS-PAR.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRC.

           SELECT RELEMPFAT ASSIGN TO
           WS-PATH-RELEMPFAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESAS.
           COPY CPYEMPRESA.

       FD EMPITENS.
           COPY CPYEMPIT.

       FD FATURA.
           COPY CPYFATURA.

       FD FATPAR.
           COPY CPYFATPAR.

       FD CLIENTES.
           COPY CPYCLI.

       FD PROCEDS.
           COPY CPYPROC.

       FD RELEMPFAT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EIT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EIT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EIT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EIT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EIT-EOF
                          WS-FS-OK BY WS-FS-EIT-OK
                          WS-FS BY WS-FS-EIT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAR-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAR-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAR-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAR-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAR-EOF
                          WS-FS-OK BY WS-FS-PAR-OK
                          WS-FS BY WS-FS-PAR.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRC-EOF
                          WS-FS-OK BY WS-FS-PRC-OK
                          WS-FS BY WS-FS-PRC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-EOF-EIT              PIC 9      VALUE 0.
          88 WS-EOF-EIT-OK        VALUE 1 FALSE 0.
       77 WS-QTD-ITENS-EMP        PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-EMP              PIC 9(08)V99 VALUE ZEROS.
       77 WS-VENCIMENTO           PIC 9(08)  VALUE ZEROS.
       77 WS-TIPO-SOMA            PIC X(01)  VALUE 'D'.
       77 WS-QTD-DIAS             PIC 9(03)  VALUE ZEROS.
       77 WS-TOTAL-FATURAS        PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-ITENS          PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-SEM-CLIENTE    PIC 9(04)  VALUE ZEROS.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "EMPFAT".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
       77 WS-AUD-VLR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "FATURAMENTO MENSAL DE EMPRESAS - COMP. ".
          03 WS-CAB-COMP           PIC 9(06).

       01 WS-CAB-EMPRESA.
          03 FILLER               PIC X(09)  VALUE "EMPRESA: ".
          03 WS-CE-EMP             PIC ZZZ9.
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CE-NOME            PIC X(30).
          03 FILLER               PIC X(08)  VALUE "  CNPJ: ".
          03 WS-CE-CNPJ            PIC 9(14).
          03 FILLER               PIC X(10)  VALUE "  FATURA: ".
          03 WS-CE-FAT             PIC ZZZ9.
          03 FILLER               PIC X(14)  VALUE "  VENCIMENTO: ".
          03 WS-CE-VENC            PIC 9(08).

       01 WS-CAB-02.
          03 FILLER               PIC X(11)  VALUE "AGENDAMENTO".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(08)  VALUE "DATA".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(27)  VALUE "FUNCIONARIO".
          03 FILLER               PIC X(36)  VALUE "EXAME".
          03 FILLER               PIC X(06)  VALUE "TIPO".
          03 FILLER               PIC X(10)  VALUE "VALOR".

       01 WS-DETALHE.
          03 WS-DET-AGE            PIC ZZZZZZZ9.
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-DET-DATA           PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-CLI            PIC ZZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NOME           PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-PROC           PIC ZZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-PROC        PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-TIPO           PIC X(12).
          03 WS-DET-VLR            PIC ZZ.ZZZ,99.

       01 WS-TOTAL-EMPRESA.
          03 FILLER               PIC X(26)  VALUE
             "TOTAL DA EMPRESA - EXAMES:".
          03 WS-TE-QTD             PIC ZZZ9.
          03 FILLER               PIC X(10)  VALUE "  VALOR: ".
          03 WS-TE-VLR             PIC ZZ.ZZZ.ZZZ,99.

       01 WS-LINHA-SEM-CLIENTE.
          03 FILLER               PIC X(55)  VALUE
             "EMPRESA SEM CLIENTE DE COBRANCA, EXAMES NAO FATURADOS: ".
          03 WS-SC-EMP             PIC ZZZ9.

       01 WS-TOTAL-LINHA-01.
          03 FILLER               PIC X(26)  VALUE
             "TOTAL DE FATURAS GERADAS: ".
          03 WS-TOT-FAT            PIC ZZZ9.

       01 WS-TOTAL-LINHA-02.
          03 FILLER               PIC X(22)  VALUE
             "VALOR TOTAL FATURADO: ".
          03 WS-TOT-VLR            PIC ZZ.ZZZ.ZZZ,99.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELEMPFAT".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMEMPFAT".
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
           PERFORM P040-IMPRIME-CABECALHO
           PERFORM P020-LER-EMPRESA
           PERFORM P030-PROCESSA-EMPRESA UNTIL WS-FS-EOF
           PERFORM P060-IMPRIME-TOTAL
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELEMPFAT,
                                 WS-SPOOL-PARMS

           DISPLAY "FATURAS DE EMPRESA GERADAS: " WS-TOTAL-FATURAS
           DISPLAY "EXAMES FATURADOS..........: " WS-TOTAL-ITENS
           DISPLAY "EMPRESAS SEM CLIENTE......: " WS-TOTAL-SEM-CLIENTE

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-FATURAS     TO WS-RUN-GRAVADOS
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
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEMPRESA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEMPRESA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEMPIT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEMPIT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATPAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATPAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELEMPFAT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELEMPFAT
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
           IF NOT WS-FS-EIT-OK
              CALL "PGMFSMSG" USING WS-FS-EIT, WS-FS-EIT-MSG
              DISPLAY WS-FS-EIT-MSG
           END-IF
           IF NOT WS-FS-FAT-OK
              CALL "PGMFSMSG" USING WS-FS-FAT, WS-FS-FAT-MSG
              DISPLAY WS-FS-FAT-MSG
           END-IF
           IF NOT WS-FS-PAR-OK
              CALL "PGMFSMSG" USING WS-FS-PAR, WS-FS-PAR-MSG
              DISPLAY WS-FS-PAR-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           DISPLAY "INFORME A COMPETENCIA A FATURAR (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  EMPRESAS
           OPEN I-O    EMPITENS
           OPEN I-O    FATURA
           OPEN INPUT  CLIENTES
           OPEN INPUT  PROCEDS
           OPEN OUTPUT RELEMPFAT

           OPEN I-O FATPAR

           IF WS-FS-PAR EQUAL 35
              OPEN OUTPUT FATPAR
              CLOSE FATPAR
              OPEN I-O FATPAR
           END-IF

           IF NOT WS-FS-OK OR NOT WS-FS-EIT-OK OR NOT WS-FS-FAT-OK
              OR NOT WS-FS-PAR-OK OR NOT WS-FS-CLI-OK
              OR NOT WS-FS-PRC-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO FATURAMENTO "
                      "DE EMPRESAS."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           .
      *----------------------------------------------------------------
       P020-LER-EMPRESA.
      *----------------------------------------------------------------
           READ EMPRESAS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  ADD 1               TO WS-RUN-LIDOS
           END-READ
           .
      *----------------------------------------------------------------
      *   PRIMEIRA PASSADA SOMA OS ITENS PENDENTES DA EMPRESA ATE A
      *   COMPETENCIA; HAVENDO ALGUM, GRAVA A FATURA E A SEGUNDA
      *   PASSADA MARCA E IMPRIME CADA ITEM
      *----------------------------------------------------------------
       P030-PROCESSA-EMPRESA.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-QTD-ITENS-EMP
                                          WS-VLR-EMP

           PERFORM P031-POSICIONA-ITENS
           PERFORM P032-SOMA-ITEM UNTIL WS-EOF-EIT-OK

           IF WS-QTD-ITENS-EMP GREATER ZEROS
              IF ID-CLI-EMP EQUAL ZEROS
                 PERFORM P038-REGISTRA-SEM-CLIENTE
              ELSE
                 PERFORM P035-GRAVA-FATURA
                 IF WS-FS-FAT-OK
                    PERFORM P041-IMPRIME-EMPRESA
                    PERFORM P031-POSICIONA-ITENS
                    PERFORM P033-FATURA-ITEM UNTIL WS-EOF-EIT-OK
                    PERFORM P045-IMPRIME-TOTAL-EMPRESA
                 END-IF
              END-IF
           END-IF

           PERFORM P020-LER-EMPRESA
           .
      *----------------------------------------------------------------
       P031-POSICIONA-ITENS.
      *----------------------------------------------------------------
           SET WS-EOF-EIT-OK          TO FALSE
           MOVE ID-EMP                TO ID-EMP-EI
           MOVE ZEROS                 TO ID-AGE-EI

           START EMPITENS KEY IS >= CHAVE-EMPIT
               INVALID KEY
                  SET WS-EOF-EIT-OK   TO TRUE
           END-START

           IF NOT WS-EOF-EIT-OK
              PERFORM P034-LER-ITEM
           END-IF
           .
      *----------------------------------------------------------------
       P032-SOMA-ITEM.
      *----------------------------------------------------------------
           IF EMPIT-PENDENTE
              AND DATA-EI(1:6) NOT GREATER WS-COMPETENCIA
              ADD 1                   TO WS-QTD-ITENS-EMP
              ADD VLR-EI              TO WS-VLR-EMP
           END-IF

           PERFORM P034-LER-ITEM
           .
      *----------------------------------------------------------------
       P033-FATURA-ITEM.
      *----------------------------------------------------------------
           IF EMPIT-PENDENTE
              AND DATA-EI(1:6) NOT GREATER WS-COMPETENCIA
              MOVE ID-FATURA          TO ID-FAT-EI
              REWRITE REG-EMPIT
              IF NOT WS-FS-EIT-OK
                 DISPLAY "ERRO AO MARCAR O ITEM " ID-AGE-EI
                         " NA FATURA: " WS-FS-EIT
                 PERFORM P002-EXIBE-ERRO-FS
              ELSE
                 ADD 1                TO WS-TOTAL-ITENS
                 PERFORM P042-IMPRIME-ITEM
              END-IF
           END-IF

           PERFORM P034-LER-ITEM
           .
      *----------------------------------------------------------------
       P034-LER-ITEM.
      *----------------------------------------------------------------
           READ EMPITENS NEXT RECORD
               AT END
                  SET WS-EOF-EIT-OK   TO TRUE
               NOT AT END
                  IF ID-EMP-EI NOT EQUAL ID-EMP
                     SET WS-EOF-EIT-OK TO TRUE
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   A FATURA DA EMPRESA E EMITIDA HOJE EM NOME DO CLIENTE DE
      *   COBRANCA; COM PRAZO NO CONTRATO GANHA UMA PARCELA UNICA COM
      *   O VENCIMENTO DO PRAZO, SENAO VENCE A VISTA COMO AS DEMAIS
      *----------------------------------------------------------------
       P035-GRAVA-FATURA.
      *----------------------------------------------------------------
           CALL "PGMPROXFT" USING ID-FATURA

           MOVE ZEROS                 TO ID-AGE-FAT
                                          ID-PROC-FAT
           MOVE ID-CLI-EMP            TO ID-CLI-FAT
           MOVE WS-DATA-HOJE          TO DATA-FAT
           MOVE WS-VLR-EMP            TO VLR-FAT
           SET FATURA-ABERTA          TO TRUE
           SET FAT-EMPRESA            TO TRUE
           MOVE SPACES                TO MOTIVO-ESTORNO-FAT
                                          LOGIN-ESTORNO-FAT
           MOVE ZEROS                 TO ID-LOTE-FAT
                                          VLR-PAGO-FAT
                                          DATA-ESTORNO-FAT
                                          QTD-PARC-FAT
                                          VLR-DESC-FAT
                                          ID-BOL-FAT
                                          NUM-RPS-FAT
                                          NUM-NFSE-FAT
                                          ID-FAT-ORIG-FAT
                                          NUM-PAR-ORIG-FAT
                                          DATA-MORA-FAT
                                          ID-ACORDO-FAT

           MOVE WS-DATA-HOJE          TO WS-VENCIMENTO

           IF PRAZO-EMP GREATER ZEROS
              MOVE 1                  TO QTD-PARC-FAT
              MOVE 'D'                TO WS-TIPO-SOMA
              MOVE PRAZO-EMP          TO WS-QTD-DIAS
              CALL "PGMDATADD" USING WS-VENCIMENTO, WS-TIPO-SOMA,
                                     WS-QTD-DIAS
           END-IF

           WRITE REG-FATURA
           MOVE "ARQFATURA"          TO WS-JRN-ARQ
           MOVE 'W'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-FAT, REG-FATURA

           IF NOT WS-FS-FAT-OK
              DISPLAY "ERRO AO GRAVAR A FATURA DA EMPRESA " ID-EMP
                      ": " WS-FS-FAT
              PERFORM P002-EXIBE-ERRO-FS
           ELSE
              IF PRAZO-EMP GREATER ZEROS
                 PERFORM P036-GRAVA-PARCELA
              END-IF
              ADD 1                   TO WS-TOTAL-FATURAS
              ADD VLR-FAT             TO WS-VLR-TOTAL
              PERFORM P037-AUDITA-FATURA
           END-IF
           .
      *----------------------------------------------------------------
       P036-GRAVA-PARCELA.
      *----------------------------------------------------------------
           MOVE ID-FATURA             TO ID-FAT-PAR
           MOVE 1                     TO NUM-PAR
           MOVE WS-VENCIMENTO         TO DATA-VENC-PAR
           MOVE VLR-FAT               TO VLR-PAR
           SET PARCELA-ABERTA         TO TRUE
           MOVE ZEROS                 TO VLR-PAGO-PAR
                                          DATA-PAG-PAR
                                          VLR-DESC-PAR
                                          ID-BOL-PAR
                                          DATA-MORA-PAR

           WRITE REG-FATPAR
           MOVE "ARQFATPAR"          TO WS-JRN-ARQ
           MOVE 'W'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-PAR, REG-FATPAR

           IF NOT WS-FS-PAR-OK
              DISPLAY "ERRO AO GRAVAR A PARCELA DA FATURA " ID-FATURA
                      ": " WS-FS-PAR
              PERFORM P002-EXIBE-ERRO-FS
           END-IF
           .
      *----------------------------------------------------------------
       P037-AUDITA-FATURA.
      *----------------------------------------------------------------
           MOVE "FATURA"              TO WS-AUD-MODULO
           MOVE 'I'                   TO WS-AUD-OPER
           MOVE ID-FATURA             TO WS-AUD-CHAVE
           MOVE "VALOR"               TO WS-AUD-CAMPO
           MOVE SPACES                TO WS-AUD-ANTES
           MOVE VLR-FAT               TO WS-AUD-VLR-ED
           MOVE WS-AUD-VLR-ED         TO WS-AUD-DEPOIS
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
      *----------------------------------------------------------------
       P038-REGISTRA-SEM-CLIENTE.
      *----------------------------------------------------------------
           ADD 1                      TO WS-TOTAL-SEM-CLIENTE
           MOVE ID-EMP                TO WS-SC-EMP

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-SEM-CLIENTE  TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P040-IMPRIME-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P041-IMPRIME-EMPRESA.
      *----------------------------------------------------------------
           MOVE ID-EMP                TO WS-CE-EMP
           MOVE NM-EMP                TO WS-CE-NOME
           MOVE CNPJ-EMP              TO WS-CE-CNPJ
           MOVE ID-FATURA             TO WS-CE-FAT
           MOVE WS-VENCIMENTO         TO WS-CE-VENC

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-EMPRESA        TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   LINHA DO EXTRATO: FUNCIONARIO, EXAME E TIPO DO EXAME
      *----------------------------------------------------------------
       P042-IMPRIME-ITEM.
      *----------------------------------------------------------------
           MOVE ID-CLI-EI             TO ID-CLI

           READ CLIENTES
               INVALID KEY
                  MOVE "*CLIENTE NAO ENCONTRADO*" TO NM-CLI
           END-READ

           MOVE ID-PROC-EI            TO ID-PROC

           READ PROCEDS
               INVALID KEY
                  MOVE "*PROCEDIMENTO NAO ENCONTRADO*" TO NM-PROC
           END-READ

           EVALUATE TIPO-EXO-EI
               WHEN 'A'
                  MOVE "ADMISSIONAL"  TO WS-DET-TIPO
               WHEN 'P'
                  MOVE "PERIODICO"    TO WS-DET-TIPO
               WHEN 'D'
                  MOVE "DEMISSIONAL"  TO WS-DET-TIPO
               WHEN 'R'
                  MOVE "RETORNO"      TO WS-DET-TIPO
               WHEN 'M'
                  MOVE "MUDANCA FUNC" TO WS-DET-TIPO
               WHEN OTHER
                  MOVE SPACES         TO WS-DET-TIPO
           END-EVALUATE

           MOVE ID-AGE-EI             TO WS-DET-AGE
           MOVE DATA-EI               TO WS-DET-DATA
           MOVE ID-CLI-EI             TO WS-DET-CLI
           MOVE NM-CLI                TO WS-DET-NOME
           MOVE ID-PROC-EI            TO WS-DET-PROC
           MOVE NM-PROC               TO WS-DET-NM-PROC
           MOVE VLR-EI                TO WS-DET-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P045-IMPRIME-TOTAL-EMPRESA.
      *----------------------------------------------------------------
           MOVE WS-QTD-ITENS-EMP      TO WS-TE-QTD
           MOVE WS-VLR-EMP            TO WS-TE-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-EMPRESA      TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAL.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-FATURAS      TO WS-TOT-FAT
           MOVE WS-VLR-TOTAL          TO WS-TOT-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-01     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-02     TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE EMPRESAS
           CLOSE EMPITENS
           CLOSE FATURA
           CLOSE FATPAR
           CLOSE CLIENTES
           CLOSE PROCEDS
           CLOSE RELEMPFAT
           .
       END PROGRAM PGMEMPFAT.
