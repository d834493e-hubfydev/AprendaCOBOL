      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RATEIO MENSAL DAS DESPESAS COMPARTILHADAS ENTRE AS
      *          FILIAIS: PARA A COMPETENCIA INFORMADA, CADA TITULO DE
      *          CONTAS A PAGAR MARCADO COMO COMPARTILHADO (RATEIO-PAG)
      *          E EMITIDO NO MES E DIVIDIDO PELA REGRA DA SUA
      *          CATEGORIA (ARQRATEIO, VEJA PGMRAT01): PERCENTUAL FIXO,
      *          PROPORCIONAL A RECEITA DA FILIAL NO MES (FATURAS
      *          PAGAS, PELA FILIAL DO CLIENTE, COMO NO PGMDRE) OU AOS
      *          ATENDIMENTOS REALIZADOS NO MES (ARQAGE). AS PARCELAS
      *          VAO PARA ARQRATMES, DE ONDE O DRE MENSAL TIRA O
      *          RESULTADO DE CADA FILIAL DEPOIS DO RATEIO. A
      *          COMPETENCIA E APAGADA E REFEITA A CADA RODADA. TITULO
      *          SEM REGRA ATIVA OU SEM BASE NO MES FICA NA FILIAL DONA
      *          E SAI LISTADO EM RELRATEIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRAT02.
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

           SELECT RATEIO ASSIGN TO
           WS-PATH-ARQRATEIO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CAT-RAT
           FILE STATUS  IS WS-FS-RAT.

           SELECT RATMES ASSIGN TO
           WS-PATH-ARQRATMES
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-RTM
           FILE STATUS  IS WS-FS-RTM.

           SELECT FILIAIS ASSIGN TO
           WS-PATH-ARQFILIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-FILIAL
           FILE STATUS  IS WS-FS-FIL.

           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS-FAT.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

           SELECT RELRATEIO ASSIGN TO
           WS-PATH-RELRATEIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PAGAR.
           COPY CPYPAGAR.

       FD RATEIO.
           COPY CPYRATEIO.

       FD RATMES.
           COPY CPYRATMES.

       FD FILIAIS.
           COPY CPYFILIAL.

       FD FATURA.
           COPY CPYFATURA.

       FD CLIENTES.
           COPY CPYCLI.

       FD AGENDA.
           COPY CPYAGE.

       FD RELRATEIO
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RAT-EOF
                          WS-FS-OK BY WS-FS-RAT-OK
                          WS-FS BY WS-FS-RAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RTM-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RTM-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RTM-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RTM-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RTM-EOF
                          WS-FS-OK BY WS-FS-RTM-OK
                          WS-FS BY WS-FS-RTM.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FIL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FIL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FIL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FIL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FIL-EOF
                          WS-FS-OK BY WS-FS-FIL-OK
                          WS-FS BY WS-FS-FIL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-EOF-RTM              PIC 9      VALUE 0.
          88 WS-EOF-RTM-OK        VALUE 1 FALSE 0.
       77 WS-IND                  PIC 9(03)  COMP.
       77 WS-IND-FIL              PIC 9(03)  COMP.
       77 WS-FIL-CORR             PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-PARTES           PIC 9(03)  COMP.
       77 WS-PESO-CORR            PIC 9(09)V99 VALUE ZEROS.
       77 WS-PESO-TOTAL           PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-RESTANTE         PIC S9(08)V99 VALUE ZEROS.
       77 WS-QTD-APAGADAS         PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-RATEADOS       PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-SEM-REGRA      PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-SEM-BASE       PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-PARCELAS       PIC 9(06)  VALUE ZEROS.
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

       01 WS-DATA-TAB             PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-TAB.
          03 WS-TAB-COMP          PIC 9(06).
          03 WS-TAB-DIA           PIC 9(02).

      *   BASES DO MES POR FILIAL; A OCORRENCIA E A FILIAL + 1 (A
      *   FILIAL ZERO, DE CLIENTE SEM FILIAL, FICA NA PRIMEIRA)
       01 WS-TAB-FILIAIS.
          03 WS-TAB-FIL OCCURS 100 TIMES.
             05 TAB-FIL-ATIVA     PIC X(01).
             05 TAB-FIL-RECEITA   PIC 9(09)V99.
             05 TAB-FIL-ATEND     PIC 9(06).

      *   PARCELAS DO TITULO EM RATEIO: FILIAL, PESO NO CRITERIO,
      *   PERCENTUAL EFETIVO E VALOR
       01 WS-TAB-PARTES.
          03 WS-PARTE OCCURS 100 TIMES.
             05 PARTE-FILIAL      PIC 9(02).
             05 PARTE-PESO        PIC 9(09)V99.
             05 PARTE-PERC        PIC 9(03)V99.
             05 PARTE-VLR         PIC 9(08)V99.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "RATEIO".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(49)  VALUE
             "RATEIO DE DESPESAS COMPARTILHADAS - COMPETENCIA ".
          03 WS-CAB-COMP          PIC 9(06).

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE "TIT.".
          03 FILLER               PIC X(06)  VALUE "CAT.".
          03 FILLER               PIC X(08)  VALUE "FILIAL".
          03 FILLER               PIC X(12)  VALUE "       VALOR".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(06)  VALUE "CRIT.".
          03 FILLER               PIC X(40)  VALUE "SITUACAO".

       01 WS-DETALHE.
          03 WS-DET-TITULO        PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-CAT           PIC 9(03).
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-FILIAL        PIC Z9.
          03 FILLER               PIC X(06)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-CRIT          PIC X(01).
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(40).

       01 WS-LINHA-PARTE.
          03 FILLER               PIC X(12)  VALUE SPACES.
          03 FILLER               PIC X(10)  VALUE "-> FILIAL ".
          03 WS-PAR-FILIAL        PIC Z9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-PAR-PERC          PIC ZZ9,99.
          03 FILLER               PIC X(03)  VALUE "%  ".
          03 WS-PAR-VLR           PIC ZZZ.ZZ9,99.

       01 WS-TOTAL-LINHA-01.
          03 FILLER               PIC X(30)  VALUE
             "TITULOS RATEADOS............: ".
          03 WS-TOT-RAT           PIC ZZZ9.
          03 FILLER               PIC X(10)  VALUE "  VALOR: ".
          03 WS-TOT-VLR           PIC ZZ.ZZZ.ZZZ,99.

       01 WS-TOTAL-LINHA-02.
          03 FILLER               PIC X(30)  VALUE
             "SEM REGRA ATIVA (NA FILIAL).: ".
          03 WS-TOT-SEM-REGRA     PIC ZZZ9.

       01 WS-TOTAL-LINHA-03.
          03 FILLER               PIC X(30)  VALUE
             "SEM BASE NO MES (NA FILIAL).: ".
          03 WS-TOT-SEM-BASE      PIC ZZZ9.

       01 WS-TOTAL-LINHA-04.
          03 FILLER               PIC X(30)  VALUE
             "PARCELAS GRAVADAS...........: ".
          03 WS-TOT-PARC          PIC ZZZZZ9.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELRATEIO".
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
           PERFORM P011-CARREGA-FILIAIS
           PERFORM P013-APURA-RECEITAS
           PERFORM P015-APURA-ATENDIMENTOS
           PERFORM P017-LIMPA-COMPETENCIA
           PERFORM P040-IMPRIME-CABECALHO
           PERFORM P020-LER-TITULO
           PERFORM P030-PROCESSA-TITULO UNTIL WS-FS-EOF
           PERFORM P060-IMPRIME-TOTAL
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELRATEIO,
                                 WS-SPOOL-PARMS

           DISPLAY "TITULOS RATEADOS..........: " WS-TOTAL-RATEADOS
           DISPLAY "SEM REGRA ATIVA...........: " WS-TOTAL-SEM-REGRA
           DISPLAY "SEM BASE NO MES...........: " WS-TOTAL-SEM-BASE
           DISPLAY "PARCELAS GRAVADAS.........: " WS-TOTAL-PARCELAS

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-PARCELAS    TO WS-RUN-GRAVADOS
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
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRATEIO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRATEIO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRATMES_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRATMES
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFILIAL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFILIAL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELRATEIO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELRATEIO
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
           IF NOT WS-FS-RAT-OK
              CALL "PGMFSMSG" USING WS-FS-RAT, WS-FS-RAT-MSG
              DISPLAY WS-FS-RAT-MSG
           END-IF
           IF NOT WS-FS-RTM-OK
              CALL "PGMFSMSG" USING WS-FS-RTM, WS-FS-RTM-MSG
              DISPLAY WS-FS-RTM-MSG
           END-IF
           IF NOT WS-FS-FIL-OK
              CALL "PGMFSMSG" USING WS-FS-FIL, WS-FS-FIL-MSG
              DISPLAY WS-FS-FIL-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM COMPETENCIA INFORMADA, RATEIA O MES PASSADO (O MES JA
      *   FECHADO, COM A RECEITA E OS ATENDIMENTOS COMPLETOS)
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "COMPETENCIA DO RATEIO (AAAAMM, 0 = MES PASSADO): "
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

           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           .
      *----------------------------------------------------------------
      *   FATURAS E AGENDA SAO SO BASE DOS CRITERIOS PROPORCIONAIS:
      *   SE NAO ABRIREM, A BASE FICA ZERADA E O TITULO NA FILIAL
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  PAGAR

           IF NOT WS-FS-OK
              DISPLAY "NAO HA TITULOS DE CONTAS A PAGAR (" WS-FS ")."
              GOBACK
           END-IF

           OPEN INPUT  RATEIO
           OPEN INPUT  FILIAIS

           IF NOT WS-FS-RAT-OK OR NOT WS-FS-FIL-OK
              DISPLAY "ERRO NA ABERTURA DAS REGRAS DE RATEIO OU DO "
                      "CADASTRO DE FILIAIS. CADASTRE AS REGRAS NO "
                      "PGMRAT01."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN I-O    RATMES

           IF WS-FS-RTM EQUAL 35
              OPEN OUTPUT RATMES
              CLOSE RATMES
              OPEN I-O RATMES
           END-IF

           OPEN OUTPUT RELRATEIO

           IF NOT WS-FS-RTM-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO RATEIO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT  FATURA
           OPEN INPUT  CLIENTES

           IF NOT WS-FS-FAT-OK OR NOT WS-FS-CLI-OK
              DISPLAY "FATURAS INDISPONIVEIS (" WS-FS-FAT "/"
                      WS-FS-CLI "): RECEITA DO MES ZERADA."
              MOVE 10                 TO WS-FS-FAT
           END-IF

           OPEN INPUT  AGENDA

           IF NOT WS-FS-AGE-OK
              DISPLAY "AGENDA INDISPONIVEL (" WS-FS-AGE
                      "): ATENDIMENTOS DO MES ZERADOS."
              MOVE 10                 TO WS-FS-AGE
           END-IF

           INITIALIZE WS-TAB-FILIAIS
           .
      *----------------------------------------------------------------
      *   FILIAIS ATIVAS, PARA AS REGRAS QUE VALEM PARA TODAS
      *----------------------------------------------------------------
       P011-CARREGA-FILIAIS.
      *----------------------------------------------------------------
           PERFORM P012-LE-FILIAL UNTIL WS-FS-FIL-EOF
           .
       P012-LE-FILIAL.

           READ FILIAIS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-FIL
               NOT AT END
                  IF FILIAL-ATIVA
                     COMPUTE WS-IND-FIL = ID-FILIAL + 1
                     MOVE 'S'         TO TAB-FIL-ATIVA (WS-IND-FIL)
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   RECEITA DO MES POR FILIAL: FATURAS PAGAS DA COMPETENCIA,
      *   PELA FILIAL DO CLIENTE (MESMA APURACAO DO PGMDRE)
      *----------------------------------------------------------------
       P013-APURA-RECEITAS.
      *----------------------------------------------------------------
           PERFORM P014-LE-FATURA UNTIL WS-FS-FAT-EOF
           .
       P014-LE-FATURA.

           READ FATURA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-FAT
               NOT AT END
                  MOVE DATA-FAT       TO WS-DATA-TAB
                  IF (FATURA-PAGA OR FATURA-RENEGOCIADA)
                     AND WS-TAB-COMP EQUAL WS-COMPETENCIA
                     MOVE ID-CLI-FAT  TO ID-CLI
                     READ CLIENTES KEY IS ID-CLI
                         INVALID KEY
                            MOVE ZEROS TO FILIAL-CLI
                     END-READ
                     COMPUTE WS-IND-FIL = FILIAL-CLI + 1
                     ADD VLR-PAGO-FAT TO TAB-FIL-RECEITA (WS-IND-FIL)
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   ATENDIMENTOS REALIZADOS NO MES POR FILIAL DO AGENDAMENTO
      *----------------------------------------------------------------
       P015-APURA-ATENDIMENTOS.
      *----------------------------------------------------------------
           PERFORM P016-LE-AGENDAMENTO UNTIL WS-FS-AGE-EOF
           .
       P016-LE-AGENDAMENTO.

           READ AGENDA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-AGE
               NOT AT END
                  MOVE DATA-AGE       TO WS-DATA-TAB
                  IF AGE-REALIZADO
                     AND WS-TAB-COMP EQUAL WS-COMPETENCIA
                     COMPUTE WS-IND-FIL = FILIAL-AGE + 1
                     ADD 1            TO TAB-FIL-ATEND (WS-IND-FIL)
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   APAGA AS PARCELAS DE UMA RODADA ANTERIOR DA COMPETENCIA: O
      *   RATEIO E SEMPRE REFEITO INTEIRO
      *----------------------------------------------------------------
       P017-LIMPA-COMPETENCIA.
      *----------------------------------------------------------------
           MOVE WS-COMPETENCIA        TO COMP-RTM
           MOVE ZEROS                 TO ID-PAGAR-RTM
                                          FILIAL-RTM
           SET WS-EOF-RTM-OK          TO FALSE

           START RATMES KEY IS NOT LESS THAN CHAVE-RTM
               INVALID KEY
                  SET WS-EOF-RTM-OK   TO TRUE
           END-START

           PERFORM P018-APAGA-PARCELA UNTIL WS-EOF-RTM-OK

           IF WS-QTD-APAGADAS GREATER ZEROS
              DISPLAY "PARCELAS DA RODADA ANTERIOR APAGADAS: "
                      WS-QTD-APAGADAS
           END-IF
           .
       P018-APAGA-PARCELA.

           READ RATMES NEXT RECORD
               AT END
                  SET WS-EOF-RTM-OK   TO TRUE
               NOT AT END
                  IF COMP-RTM NOT EQUAL WS-COMPETENCIA
                     SET WS-EOF-RTM-OK TO TRUE
                  ELSE
                     DELETE RATMES RECORD
                     ADD 1            TO WS-QTD-APAGADAS
                  END-IF
           END-READ
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
      *   SO ENTRA O TITULO COMPARTILHADO EMITIDO NA COMPETENCIA (O
      *   MESMO CORTE DO DRE)
      *----------------------------------------------------------------
       P030-PROCESSA-TITULO.
      *----------------------------------------------------------------
           MOVE DATA-EMIS-PAG         TO WS-DATA-TAB

           IF TITULO-COMPARTILHADO
              AND WS-TAB-COMP EQUAL WS-COMPETENCIA
              ADD 1                   TO WS-RUN-LIDOS
              PERFORM P031-RATEIA-TITULO THRU P031-FIM
           END-IF

           PERFORM P020-LER-TITULO
           .
       P031-RATEIA-TITULO.

           MOVE ID-PAGAR              TO WS-DET-TITULO
           MOVE ID-CAT-PAG            TO WS-DET-CAT
           MOVE FILIAL-PAG            TO WS-DET-FILIAL
           MOVE VLR-PAG               TO WS-DET-VLR
           MOVE SPACE                 TO WS-DET-CRIT

           MOVE ID-CAT-PAG            TO ID-CAT-RAT
           READ RATEIO
               INVALID KEY
                  ADD 1               TO WS-TOTAL-SEM-REGRA
                  MOVE "SEM REGRA DE RATEIO - FICA NA FILIAL"
                                      TO WS-DET-SITUACAO
                  PERFORM P051-IMPRIME-DETALHE
                  GO TO P031-FIM
           END-READ

           MOVE CRITERIO-RAT          TO WS-DET-CRIT

           IF RAT-INATIVA
              ADD 1                   TO WS-TOTAL-SEM-REGRA
              MOVE "REGRA INATIVA - FICA NA FILIAL"
                                      TO WS-DET-SITUACAO
              PERFORM P051-IMPRIME-DETALHE
              GO TO P031-FIM
           END-IF

           PERFORM P032-MONTA-PARTES

           IF WS-PESO-TOTAL EQUAL ZEROS
              ADD 1                   TO WS-TOTAL-SEM-BASE
              MOVE "SEM BASE NO MES - FICA NA FILIAL"
                                      TO WS-DET-SITUACAO
              PERFORM P051-IMPRIME-DETALHE
              GO TO P031-FIM
           END-IF

           PERFORM P035-DIVIDE-VALOR

           ADD 1                      TO WS-TOTAL-RATEADOS
           ADD VLR-PAG                TO WS-VLR-TOTAL
           MOVE "RATEADO"             TO WS-DET-SITUACAO
           PERFORM P051-IMPRIME-DETALHE

           MOVE 1                     TO WS-IND
           PERFORM P038-GRAVA-PARTE UNTIL WS-IND GREATER WS-QTD-PARTES
           .
       P031-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   MONTA AS PARCELAS COM O PESO DE CADA FILIAL NO CRITERIO:
      *   O PERCENTUAL DA REGRA, A RECEITA OU OS ATENDIMENTOS DO MES.
      *   FILIAL DE PESO ZERO NAO RECEBE PARCELA
      *----------------------------------------------------------------
       P032-MONTA-PARTES.

           MOVE ZEROS                 TO WS-QTD-PARTES
                                          WS-PESO-TOTAL

           IF RAT-TODAS-FILIAIS
              MOVE 1                  TO WS-IND
              PERFORM P033-PARTE-FILIAL-ATIVA
                 UNTIL WS-IND GREATER 100
           ELSE
              MOVE 1                  TO WS-IND
              PERFORM P034-PARTE-DA-REGRA
                 UNTIL WS-IND GREATER QTD-FIL-RAT
           END-IF
           .
       P033-PARTE-FILIAL-ATIVA.

           IF TAB-FIL-ATIVA (WS-IND) EQUAL 'S'
              COMPUTE WS-FIL-CORR = WS-IND - 1
              MOVE ZEROS              TO WS-PESO-CORR
              PERFORM P037-ADICIONA-PARTE
           END-IF

           ADD 1                      TO WS-IND
           .
       P034-PARTE-DA-REGRA.

           MOVE ID-FIL-RAT (WS-IND)   TO WS-FIL-CORR
           MOVE PERC-FIL-RAT (WS-IND) TO WS-PESO-CORR
           PERFORM P037-ADICIONA-PARTE

           ADD 1                      TO WS-IND
           .
       P037-ADICIONA-PARTE.

           COMPUTE WS-IND-FIL = WS-FIL-CORR + 1

           EVALUATE TRUE
               WHEN RAT-RECEITA
                  MOVE TAB-FIL-RECEITA (WS-IND-FIL) TO WS-PESO-CORR
               WHEN RAT-ATENDIMENTO
                  MOVE TAB-FIL-ATEND (WS-IND-FIL)   TO WS-PESO-CORR
           END-EVALUATE

           IF WS-PESO-CORR GREATER ZEROS
              ADD 1                   TO WS-QTD-PARTES
              MOVE WS-FIL-CORR        TO PARTE-FILIAL (WS-QTD-PARTES)
              MOVE WS-PESO-CORR       TO PARTE-PESO (WS-QTD-PARTES)
              ADD WS-PESO-CORR        TO WS-PESO-TOTAL
           END-IF
           .
      *----------------------------------------------------------------
      *   DIVIDE O VALOR DO TITULO NA PROPORCAO DOS PESOS; A ULTIMA
      *   PARCELA FICA COM A SOBRA DOS ARREDONDAMENTOS
      *----------------------------------------------------------------
       P035-DIVIDE-VALOR.

           MOVE VLR-PAG               TO WS-VLR-RESTANTE
           MOVE 1                     TO WS-IND
           PERFORM P036-CALCULA-PARTE UNTIL WS-IND GREATER WS-QTD-PARTES
           .
       P036-CALCULA-PARTE.

           COMPUTE PARTE-PERC (WS-IND) ROUNDED =
                   PARTE-PESO (WS-IND) * 100 / WS-PESO-TOTAL

           IF WS-IND EQUAL WS-QTD-PARTES
              MOVE WS-VLR-RESTANTE    TO PARTE-VLR (WS-IND)
           ELSE
              COMPUTE PARTE-VLR (WS-IND) ROUNDED =
                      VLR-PAG * PARTE-PESO (WS-IND) / WS-PESO-TOTAL
              SUBTRACT PARTE-VLR (WS-IND) FROM WS-VLR-RESTANTE
           END-IF

           ADD 1                      TO WS-IND
           .
       P038-GRAVA-PARTE.

           MOVE WS-COMPETENCIA        TO COMP-RTM
           MOVE ID-PAGAR              TO ID-PAGAR-RTM
           MOVE PARTE-FILIAL (WS-IND) TO FILIAL-RTM
           MOVE FILIAL-PAG            TO FILIAL-ORIG-RTM
           MOVE ID-CAT-PAG            TO ID-CAT-RTM
           MOVE CRITERIO-RAT          TO CRITERIO-RTM
           MOVE PARTE-PERC (WS-IND)   TO PERC-RTM
           MOVE PARTE-VLR (WS-IND)    TO VLR-RTM
           MOVE WS-DATA-HOJE          TO DATA-PROC-RTM

           WRITE REG-RATMES
               INVALID KEY
                  DISPLAY "PARCELA JA GRAVADA: TITULO " ID-PAGAR
                          " FILIAL " FILIAL-RTM
               NOT INVALID KEY
                  ADD 1               TO WS-TOTAL-PARCELAS
           END-WRITE

           MOVE PARTE-FILIAL (WS-IND) TO WS-PAR-FILIAL
           MOVE PARTE-PERC (WS-IND)   TO WS-PAR-PERC
           MOVE PARTE-VLR (WS-IND)    TO WS-PAR-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PARTE        TO REL-LINHA
           WRITE REL-LINHA

           ADD 1                      TO WS-IND
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
           MOVE WS-TOTAL-RATEADOS     TO WS-TOT-RAT
           MOVE WS-VLR-TOTAL          TO WS-TOT-VLR
           MOVE WS-TOTAL-SEM-REGRA    TO WS-TOT-SEM-REGRA
           MOVE WS-TOTAL-SEM-BASE     TO WS-TOT-SEM-BASE
           MOVE WS-TOTAL-PARCELAS     TO WS-TOT-PARC

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
           CLOSE PAGAR
           CLOSE RATEIO
           CLOSE RATMES
           CLOSE FILIAIS
           CLOSE FATURA
           CLOSE CLIENTES
           CLOSE AGENDA
           CLOSE RELRATEIO
           .
       END PROGRAM PGMRAT02.
