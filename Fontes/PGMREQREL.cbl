      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO MENSAL DO CONSUMO INTERNO DE MATERIAL
      *          (REQUISICOES DE ARQREQ) NUMA COMPETENCIA AAAAMM: PARA
      *          CADA FILIAL, UMA LINHA POR DESTINO (SALA OU
      *          DEPARTAMENTO) COM O NUMERO DE REQUISICOES E O VALOR
      *          AO CUSTO MEDIO DO ITEM NA ENTREGA, O SUBTOTAL DA
      *          FILIAL E O TOTAL GERAL, QUE E O VALOR LEVADO AO DRE
      *          (PGMDRE). SAI EM RELREQ.LST, GUARDADO NO SPOOL PELO
      *          PGMSPOOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMREQREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISICAO ASSIGN TO
           WS-PATH-ARQREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-REQ
           FILE STATUS  IS WS-FS.

           SELECT SALAS ASSIGN TO
           WS-PATH-ARQSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-SALA
           ALTERNATE RECORD KEY IS NM-SALA WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAL.

           SELECT RELREQ ASSIGN TO
           WS-PATH-RELREQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISICAO.
           COPY CPYREQ.

       FD SALAS.
           COPY CPYSALA.

       FD RELREQ
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SAL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SAL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SAL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SAL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SAL-EOF
                          WS-FS-OK BY WS-FS-SAL-OK
                          WS-FS BY WS-FS-SAL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       01 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       01 REDEFINES WS-COMPETENCIA.
          03 WS-COMP-ANO          PIC 9(04).
          03 WS-COMP-MES          PIC 9(02).
       77 WS-DATA-DE              PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-ATE             PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-DEST             PIC 9(03)  VALUE ZEROS.
       77 WS-IND                  PIC 9(03)  VALUE ZEROS.
       77 WS-IND-ACHOU            PIC 9(03)  VALUE ZEROS.
       77 WS-IND-FIL              PIC 9(03)  VALUE ZEROS.
       77 WS-FILIAL               PIC 9(02)  VALUE ZEROS.
       77 WS-SAL-ABERTO           PIC X(01)  VALUE 'N'.
          88 SALAS-ABERTO         VALUE 'S'.
       77 WS-TOT-REQ              PIC 9(06)  VALUE ZEROS.
       77 WS-TOT-VLR              PIC 9(10)V99 VALUE ZEROS.

      *   UMA LINHA POR FILIAL E DESTINO (TIPO + SALA/DEPARTAMENTO)
       01 WS-TAB-DESTINOS.
          03 WS-TAB-DEST OCCURS 300 TIMES.
             05 WS-TAB-FILIAL     PIC 9(02).
             05 WS-TAB-DESTINO    PIC X(03).
             05 WS-TAB-REQ        PIC 9(05).
             05 WS-TAB-VLR        PIC 9(09)V99.

      *   FILIAL NN NA POSICAO NN + 1
       01 WS-TAB-FILIAIS.
          03 WS-TAB-FIL OCCURS 100 TIMES.
             05 WS-FIL-REQ        PIC 9(05).
             05 WS-FIL-VLR        PIC 9(10)V99.

      *   DESTINO DA LINHA, NO MESMO FORMATO DE DESTINO-REQ
       01 WS-DESTINO.
          03 WS-DEST-TIPO         PIC X(01).
             88 WS-DEST-SALA      VALUE 'S'.
          03 WS-DEST-COD          PIC X(02).
          03 WS-DEST-SALA-ID      REDEFINES WS-DEST-COD PIC 9(02).

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "CONSUMO INTERNO DE MATERIAL POR DESTINO E FILIAL".

       01 WS-LINHA-PERIODO.
          03 FILLER               PIC X(14)  VALUE "COMPETENCIA: ".
          03 WS-CAB-MES           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-CAB-ANO           PIC 9(04).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(39)  VALUE
             "    DESTINO".
          03 FILLER               PIC X(30)  VALUE
             "REQUISICOES     VALOR AO CUSTO".

       01 WS-LINHA-FILIAL.
          03 FILLER               PIC X(08)  VALUE "FILIAL: ".
          03 WS-LF-FILIAL         PIC 9(02).

       01 WS-DETALHE.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-NOME          PIC X(35).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-REQ           PIC ZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-NOME-SALA.
          03 FILLER               PIC X(05)  VALUE "SALA ".
          03 WS-NS-ID             PIC 9(02).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-NS-NOME           PIC X(25).

       01 WS-LINHA-SUBTOTAL.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 FILLER               PIC X(37)  VALUE
             "TOTAL DA FILIAL".
          03 WS-SUB-DET-REQ       PIC ZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-SUB-DET-VLR       PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
          03 FILLER               PIC X(41)  VALUE "TOTAL GERAL".
          03 WS-TOT-DET-REQ       PIC ZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-TOT-DET-VLR       PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-VAZIA          PIC X(40)  VALUE
             "NENHUMA REQUISICAO NA COMPETENCIA.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELREQ".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-REQUISICAO
           PERFORM P030-PROCESSA-REQUISICAO UNTIL WS-FS-EOF
           PERFORM P040-IMPRIME-RELATORIO THRU P040-FIM
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELREQ,
                                 WS-SPOOL-PARMS

           DISPLAY "RELATORIO DE CONSUMO INTERNO CONCLUIDO."

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQREQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQREQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSALA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQSALA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELREQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELREQ
           END-IF
           .
      *----------------------------------------------------------------
      *   COMPETENCIA AAAAMM (ZERO = MES CORRENTE)
      *----------------------------------------------------------------
       P005-ACEITA-PARAMETROS.
      *----------------------------------------------------------------
           DISPLAY "COMPETENCIA DAS REQUISICOES (AAAAMM, ZERO = MES "
                   "CORRENTE): "
           ACCEPT WS-COMPETENCIA

           IF WS-COMPETENCIA EQUAL ZEROS
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              DIVIDE WS-DATA-HOJE BY 100 GIVING WS-COMPETENCIA
           END-IF

           IF WS-COMP-MES LESS 01 OR WS-COMP-MES GREATER 12
              DISPLAY "COMPETENCIA INVALIDA."
              GOBACK
           END-IF

           COMPUTE WS-DATA-DE  = WS-COMPETENCIA * 100 + 01
           COMPUTE WS-DATA-ATE = WS-COMPETENCIA * 100 + 31
           .
      *----------------------------------------------------------------
      *   SEM ARQREQ NAO HA O QUE LISTAR; SEM O CADASTRO DE SALAS O
      *   RELATORIO SAI SEM OS NOMES DAS SALAS
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT REQUISICAO

           IF WS-FS-NAO-EXISTE
              DISPLAY "NENHUMA REQUISICAO INTERNA EMITIDA."
              GOBACK
           END-IF

           OPEN OUTPUT RELREQ

           IF NOT WS-FS-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE REQUISICOES."
              GOBACK
           END-IF

           OPEN INPUT SALAS
           IF WS-FS-SAL-OK
              MOVE 'S'                TO WS-SAL-ABERTO
           END-IF

           MOVE ZEROS                 TO WS-QTD-DEST
           INITIALIZE WS-TAB-DESTINOS
                      WS-TAB-FILIAIS
           .
      *----------------------------------------------------------------
       P020-LER-REQUISICAO.
      *----------------------------------------------------------------
           READ REQUISICAO NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   REQUISICAO DA COMPETENCIA ENTRA NA LINHA DO DESTINO E NA
      *   FILIAL
      *----------------------------------------------------------------
       P030-PROCESSA-REQUISICAO.
      *----------------------------------------------------------------
           IF DATA-REQ NOT LESS WS-DATA-DE
              AND DATA-REQ NOT GREATER WS-DATA-ATE
              PERFORM P031-ACUMULA-DESTINO
           END-IF

           PERFORM P020-LER-REQUISICAO
           .
       P031-ACUMULA-DESTINO.

           MOVE ZEROS                 TO WS-IND-ACHOU
           MOVE ZEROS                 TO WS-IND

           PERFORM P032-COMPARA-DESTINO
              UNTIL WS-IND NOT LESS WS-QTD-DEST
                 OR WS-IND-ACHOU GREATER ZEROS

           IF WS-IND-ACHOU EQUAL ZEROS
              IF WS-QTD-DEST LESS 300
                 ADD 1                TO WS-QTD-DEST
                 MOVE WS-QTD-DEST     TO WS-IND-ACHOU
                 MOVE FILIAL-REQ      TO WS-TAB-FILIAL (WS-IND-ACHOU)
                 MOVE DESTINO-REQ     TO WS-TAB-DESTINO (WS-IND-ACHOU)
              ELSE
                 DISPLAY "TABELA DE DESTINOS CHEIA (300). REQUISICAO "
                         ID-REQ " FORA DO DETALHE POR DESTINO."
              END-IF
           END-IF

           IF WS-IND-ACHOU GREATER ZEROS
              ADD 1                   TO WS-TAB-REQ (WS-IND-ACHOU)
              ADD VLR-TOTAL-REQ       TO WS-TAB-VLR (WS-IND-ACHOU)
           END-IF

           COMPUTE WS-IND-FIL = FILIAL-REQ + 1
           ADD 1                      TO WS-FIL-REQ (WS-IND-FIL)
           ADD VLR-TOTAL-REQ          TO WS-FIL-VLR (WS-IND-FIL)

           ADD 1                      TO WS-TOT-REQ
           ADD VLR-TOTAL-REQ          TO WS-TOT-VLR
           .
       P032-COMPARA-DESTINO.

           ADD 1                      TO WS-IND

           IF WS-TAB-FILIAL (WS-IND) EQUAL FILIAL-REQ
              AND WS-TAB-DESTINO (WS-IND) EQUAL DESTINO-REQ
              MOVE WS-IND             TO WS-IND-ACHOU
           END-IF
           .
      *----------------------------------------------------------------
      *   UM BLOCO POR FILIAL COM REQUISICAO, UMA LINHA POR DESTINO E
      *   O SUBTOTAL DA FILIAL; DEPOIS O TOTAL GERAL
      *----------------------------------------------------------------
       P040-IMPRIME-RELATORIO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-COMP-MES           TO WS-CAB-MES
           MOVE WS-COMP-ANO           TO WS-CAB-ANO
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PERIODO      TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-TOT-REQ EQUAL ZEROS
              MOVE WS-LINHA-VAZIA     TO REL-LINHA
              WRITE REL-LINHA
              GO TO P040-FIM
           END-IF

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P045-IMPRIME-FILIAL THRU P045-FIM
              VARYING WS-IND-FIL FROM 1 BY 1
                 UNTIL WS-IND-FIL GREATER 100

           MOVE WS-TOT-REQ            TO WS-TOT-DET-REQ
           MOVE WS-TOT-VLR            TO WS-TOT-DET-VLR

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-TOTAL        TO REL-LINHA
           WRITE REL-LINHA
           .
       P040-FIM.
           EXIT.
       P045-IMPRIME-FILIAL.

           IF WS-FIL-REQ (WS-IND-FIL) EQUAL ZEROS
              GO TO P045-FIM
           END-IF

           COMPUTE WS-FILIAL = WS-IND-FIL - 1
           MOVE WS-FILIAL             TO WS-LF-FILIAL

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-FILIAL       TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P046-IMPRIME-DESTINO THRU P046-FIM
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-DEST

           MOVE WS-FIL-REQ (WS-IND-FIL) TO WS-SUB-DET-REQ
           MOVE WS-FIL-VLR (WS-IND-FIL) TO WS-SUB-DET-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-SUBTOTAL     TO REL-LINHA
           WRITE REL-LINHA
           .
       P045-FIM.
           EXIT.
       P046-IMPRIME-DESTINO.

           IF WS-TAB-FILIAL (WS-IND) NOT EQUAL WS-FILIAL
              GO TO P046-FIM
           END-IF

           MOVE WS-TAB-DESTINO (WS-IND) TO WS-DESTINO

           IF WS-DEST-SALA
              PERFORM P047-NOME-SALA
           ELSE
              EVALUATE WS-DEST-COD
                  WHEN "R "
                     MOVE "DEPTO RECEPCAO"      TO WS-DET-NOME
                  WHEN "E "
                     MOVE "DEPTO ESTERILIZACAO" TO WS-DET-NOME
                  WHEN "L "
                     MOVE "DEPTO LIMPEZA"       TO WS-DET-NOME
                  WHEN OTHER
                     MOVE "DEPTO ADMINISTRACAO" TO WS-DET-NOME
              END-EVALUATE
           END-IF

           MOVE WS-TAB-REQ (WS-IND)   TO WS-DET-REQ
           MOVE WS-TAB-VLR (WS-IND)   TO WS-DET-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
       P046-FIM.
           EXIT.
       P047-NOME-SALA.

           MOVE WS-DEST-SALA-ID       TO WS-NS-ID
           MOVE SPACES                TO WS-NS-NOME

           IF SALAS-ABERTO
              MOVE WS-DEST-SALA-ID    TO ID-SALA
              READ SALAS
                  INVALID KEY
                     MOVE "** SALA NAO CADASTRADA **" TO WS-NS-NOME
                  NOT INVALID KEY
                     MOVE NM-SALA     TO WS-NS-NOME
              END-READ
           END-IF

           MOVE WS-NOME-SALA          TO WS-DET-NOME
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE REQUISICAO
           CLOSE RELREQ

           IF SALAS-ABERTO
              CLOSE SALAS
           END-IF
           .
       END PROGRAM PGMREQREL.
