      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: BAIXA AUTOMATICA DOS LOTES QUE VENCERAM ONTEM: VARRE
      *          ARQLOTEST, SEPARA OS LOTES COM SALDO E VALIDADE IGUAL
      *          A ONTEM E, PARA CADA UM, GRAVA UMA BAIXA POR PERDA
      *          (PGMPERGRV) COM MOTIVO VENCIDO, ORIGEM AUTOMATICA E A
      *          QUANTIDADE INTEIRA DO LOTE. A FILIAL BAIXADA E A DA
      *          TABELA CENTRAL (PERDAFIL, PGMPARAM - O ALMOXARIFADO
      *          ONDE O LOTE FICA GUARDADO); SEM ELA, OU SEM SALDO
      *          DO ITEM NESSA FILIAL, SAI SO DO LOTE E DO ITEM. COM
      *          O PARAMETRO PERDAAUTO EM 'N' A BAIXA AUTOMATICA FICA
      *          DESLIGADA E O DIA TERMINA BEM. AS BAIXAS (E AS
      *          RECUSADAS) SAEM EM RELPERATR.LST. RODA NA ROTINA
      *          NOTURNA (PGMNOITE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPERATR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTEST ASSIGN TO
           WS-PATH-ARQLOTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-LOTEST
           FILE STATUS  IS WS-FS.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT RELPERATR ASSIGN TO
           WS-PATH-RELPERATR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD LOTEST.
           COPY CPYLOTEST.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD RELPERATR
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EST-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EST-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EST-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EST-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EST-EOF
                          WS-FS-OK BY WS-FS-EST-OK
                          WS-FS BY WS-FS-EST.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

           COPY CPYPERDA.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       01 WS-DATA-ONTEM           PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-ONTEM.
          03 WS-ONTEM-ANO          PIC 9(04).
          03 WS-ONTEM-MES          PIC 9(02).
          03 WS-ONTEM-DIA          PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01)  VALUE 'N'.
       77 WS-FILIAL-PADRAO        PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-LOTES            PIC 9(03)  VALUE ZEROS.
       77 WS-IND                  PIC 9(03)  VALUE ZEROS.
       77 WS-QTD-BAIXADOS         PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-RECUSADOS        PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(10)V99 VALUE ZEROS.

       77 WS-PAR-CHAVE            PIC X(12)  VALUE SPACES.
       77 WS-PAR-ACHOU            PIC X(01)  VALUE 'N'.
          88 PARAM-ACHADO         VALUE 'S'.
       77 WS-PAR-TIPO             PIC X(01)  VALUE SPACES.
       77 WS-PAR-NUM              PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA             PIC 9(08)  VALUE ZEROS.
       77 WS-PAR-FLAG             PIC X(01)  VALUE SPACES.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "PERATR".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

      *   LOTES VENCIDOS ONTEM, SEPARADOS ANTES DE BAIXAR (A BAIXA
      *   REGRAVA O PROPRIO ARQLOTEST)
       01 WS-TAB-LOTES.
          03 WS-TAB-LOTE OCCURS 500 TIMES.
             05 WS-TAB-ID-ESTQ    PIC 9(04).
             05 WS-TAB-NUM-LOTE   PIC X(10).
             05 WS-TAB-QTD        PIC 9(06).
             05 WS-TAB-DESC       PIC X(30).

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "BAIXA AUTOMATICA DE LOTES VENCIDOS".

       01 WS-CAB-02.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(22)  VALUE
             "LOTES VENCIDOS EM ".
          03 WS-CAB-ONTEM         PIC 9(08).
          03 FILLER               PIC X(12)  VALUE "   FILIAL: ".
          03 WS-CAB-FILIAL        PIC Z9.

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "BAIXA     ITEM DESCRICAO                ".
          03 FILLER               PIC X(40)  VALUE
             "      LOTE        QTDE      VALOR FIL SI".
          03 FILLER               PIC X(10)  VALUE
             "TUACAO".

       01 WS-DETALHE.
          03 WS-DET-ID            PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ID-ESTQ       PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DESC          PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-LOTE          PIC X(10).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-QTD           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FILIAL        PIC Z9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(12).

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "LOTES VENCIDOS ONTEM..............: ".
          03 WS-ROD-LOTES         PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "BAIXADOS..........................: ".
          03 WS-ROD-BAIXADOS      PIC ZZZ.ZZ9.
          03 FILLER               PIC X(12)  VALUE "  VALOR: ".
          03 WS-ROD-VALOR         PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-RODAPE-03.
          03 FILLER               PIC X(36)  VALUE
             "RECUSADOS (VER O SALDO DO ITEM)...: ".
          03 WS-ROD-RECUSADOS     PIC ZZZ.ZZ9.

       01 WS-RODAPE-VAZIO.
          03 FILLER               PIC X(50)  VALUE
             "NENHUM LOTE VENCEU ONTEM.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELPERATR".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                   TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           PERFORM P005-LE-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-LOTE
           PERFORM P030-SELECIONA THRU P030-ENCERRA UNTIL WS-FS-EOF
           CLOSE LOTEST
           PERFORM P040-DESCRICOES THRU P040-FIM
           PERFORM P015-CABECALHOS

           MOVE ZEROS                 TO WS-IND
           PERFORM P050-BAIXA-LOTE UNTIL WS-IND NOT LESS WS-QTD-LOTES

           PERFORM P060-RODAPES
           CLOSE RELPERATR

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELPERATR,
                                 WS-SPOOL-PARMS

           DISPLAY "LOTES VENCIDOS ONTEM......: " WS-QTD-LOTES
           DISPLAY "BAIXADOS POR PERDA........: " WS-QTD-BAIXADOS
           DISPLAY "RECUSADOS.................: " WS-QTD-RECUSADOS

           PERFORM P080-FINALIZA-EXECUCAO

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLOTEST_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLOTEST
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELPERATR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELPERATR
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
      *   PERDAAUTO 'N' DESLIGA A BAIXA AUTOMATICA; PERDAFIL E A
      *   FILIAL DO ALMOXARIFADO (ZERO = SEM FILIAL)
      *----------------------------------------------------------------
       P005-LE-PARAMETROS.
      *----------------------------------------------------------------
           MOVE "PERDAAUTO"           TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG

           IF PARAM-ACHADO
              AND (WS-PAR-FLAG EQUAL 'N' OR WS-PAR-FLAG EQUAL 'n')
              DISPLAY "BAIXA AUTOMATICA DE LOTES VENCIDOS DESLIGADA "
                      "(PERDAAUTO)."
              PERFORM P080-FINALIZA-EXECUCAO
              GOBACK
           END-IF

           MOVE "PERDAFIL"            TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG

           IF PARAM-ACHADO AND WS-PAR-NUM LESS 100
              MOVE WS-PAR-NUM         TO WS-FILIAL-PADRAO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE          TO WS-DATA-ONTEM
           PERFORM P011-RECUA-UM-DIA
           .
      *----------------------------------------------------------------
      *   SEM ARQLOTEST NAO HA LOTE A VENCER: O DIA TERMINA BEM
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT LOTEST

           IF WS-FS-NAO-EXISTE
              DISPLAY "NENHUM LOTE DE ESTOQUE CADASTRADO."
              PERFORM P080-FINALIZA-EXECUCAO
              GOBACK
           END-IF

           OPEN OUTPUT RELPERATR

           IF NOT WS-FS-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA BAIXA DE "
                      "LOTES VENCIDOS."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           MOVE ZEROS                 TO WS-QTD-LOTES
           INITIALIZE WS-TAB-LOTES
           .
      *----------------------------------------------------------------
      *   ONTEM = HOJE MENOS UM DIA, RESPEITANDO A VIRADA DE MES E DE
      *   ANO; NO DIA 1, RECUA O MES E DESCE DO DIA 31 ATE A DATA
      *   VALIDAR (PGMVALDT, QUE JA SABE DE BISSEXTO)
      *----------------------------------------------------------------
       P011-RECUA-UM-DIA.

           IF WS-ONTEM-DIA GREATER 01
              SUBTRACT 1              FROM WS-ONTEM-DIA
           ELSE
              IF WS-ONTEM-MES EQUAL 01
                 SUBTRACT 1           FROM WS-ONTEM-ANO
                 MOVE 12              TO WS-ONTEM-MES
              ELSE
                 SUBTRACT 1           FROM WS-ONTEM-MES
              END-IF
              MOVE 31                 TO WS-ONTEM-DIA
              MOVE 'N'                TO WS-DATA-VALIDA
              PERFORM P012-VALIDA-DIA
                 UNTIL WS-DATA-VALIDA EQUAL 'S'
           END-IF
           .
       P012-VALIDA-DIA.

           CALL "PGMVALDT" USING WS-DATA-ONTEM, WS-DATA-VALIDA

           IF WS-DATA-VALIDA NOT EQUAL 'S'
              SUBTRACT 1              FROM WS-ONTEM-DIA
           END-IF
           .
      *----------------------------------------------------------------
       P015-CABECALHOS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DATA-ONTEM         TO WS-CAB-ONTEM
           MOVE WS-FILIAL-PADRAO      TO WS-CAB-FILIAL
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P020-LER-LOTE.
      *----------------------------------------------------------------
           READ LOTEST NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO ENTRA O LOTE COM SALDO QUE VENCEU ONTEM
      *----------------------------------------------------------------
       P030-SELECIONA.
      *----------------------------------------------------------------
           ADD 1                      TO WS-RUN-LIDOS

           IF DATA-VAL-LE NOT EQUAL WS-DATA-ONTEM
              OR QTD-LOTE-LE EQUAL ZEROS
              GO TO P030-PROXIMO
           END-IF

           IF WS-QTD-LOTES NOT LESS 500
              DISPLAY "TABELA DE LOTES VENCIDOS CHEIA (500). LOTE "
                      NUM-LOTE-LE " DO ITEM " ID-ESTQ-LE
                      " FICA PARA A BAIXA MANUAL (PGMPER01)."
              GO TO P030-PROXIMO
           END-IF

           ADD 1                      TO WS-QTD-LOTES
           MOVE ID-ESTQ-LE            TO WS-TAB-ID-ESTQ (WS-QTD-LOTES)
           MOVE NUM-LOTE-LE           TO WS-TAB-NUM-LOTE (WS-QTD-LOTES)
           MOVE QTD-LOTE-LE           TO WS-TAB-QTD (WS-QTD-LOTES)
           .
       P030-PROXIMO.

           PERFORM P020-LER-LOTE
           .
       P030-ENCERRA.
           EXIT.
      *----------------------------------------------------------------
      *   DESCRICAO DOS ITENS PARA O RELATORIO, LIDA ANTES DAS BAIXAS
      *   (O PGMPERGRV REGRAVA O ARQESTQ)
      *----------------------------------------------------------------
       P040-DESCRICOES.
      *----------------------------------------------------------------
           IF WS-QTD-LOTES EQUAL ZEROS
              GO TO P040-FIM
           END-IF

           OPEN INPUT ESTOQUE

           IF NOT WS-FS-EST-OK
              GO TO P040-FIM
           END-IF

           MOVE ZEROS                 TO WS-IND
           PERFORM P041-LE-DESCRICAO UNTIL WS-IND NOT LESS WS-QTD-LOTES

           CLOSE ESTOQUE
           .
       P040-FIM.
           EXIT.
       P041-LE-DESCRICAO.

           ADD 1                      TO WS-IND

           MOVE WS-TAB-ID-ESTQ (WS-IND) TO ID-ESTQ
           READ ESTOQUE
               INVALID KEY
                  MOVE "** ITEM NAO CADASTRADO **"
                                      TO WS-TAB-DESC (WS-IND)
               NOT INVALID KEY
                  MOVE DESC-ESTQ      TO WS-TAB-DESC (WS-IND)
           END-READ
           .
      *----------------------------------------------------------------
      *   BAIXA O LOTE INTEIRO PELO PGMPERGRV; RECUSADA NA FILIAL DO
      *   ALMOXARIFADO, TENTA DE NOVO SO NO LOTE E NO ITEM
      *----------------------------------------------------------------
       P050-BAIXA-LOTE.
      *----------------------------------------------------------------
           ADD 1                      TO WS-IND

           INITIALIZE REG-PERDA
           MOVE WS-TAB-ID-ESTQ (WS-IND)  TO ID-ESTQ-PERDA
           MOVE WS-TAB-NUM-LOTE (WS-IND) TO NUM-LOTE-PERDA
           MOVE WS-TAB-QTD (WS-IND)      TO QTD-PERDA
           MOVE WS-FILIAL-PADRAO      TO FILIAL-PERDA
           SET PERDA-VENCIDO          TO TRUE
           SET PERDA-AUTOMATICA       TO TRUE
           MOVE "AUTOMATICO"          TO LOGIN-PERDA
           STRING "LOTE VENCIDO EM " WS-DATA-ONTEM
                  DELIMITED BY SIZE INTO OBS-PERDA

           CALL "PGMPERGRV" USING REG-PERDA

           IF ID-PERDA EQUAL ZEROS AND FILIAL-PERDA NOT EQUAL ZEROS
              MOVE ZEROS              TO FILIAL-PERDA
              CALL "PGMPERGRV" USING REG-PERDA
           END-IF

           MOVE ID-PERDA              TO WS-DET-ID
           MOVE ID-ESTQ-PERDA         TO WS-DET-ID-ESTQ
           MOVE WS-TAB-DESC (WS-IND)  TO WS-DET-DESC
           MOVE NUM-LOTE-PERDA        TO WS-DET-LOTE
           MOVE QTD-PERDA             TO WS-DET-QTD
           MOVE FILIAL-PERDA          TO WS-DET-FILIAL

           IF ID-PERDA EQUAL ZEROS
              ADD 1                   TO WS-QTD-RECUSADOS
              MOVE ZEROS              TO WS-DET-VLR
              MOVE "RECUSADA"         TO WS-DET-SITUACAO
           ELSE
              ADD 1                   TO WS-QTD-BAIXADOS
                                         WS-RUN-GRAVADOS
              ADD VLR-PERDA           TO WS-VLR-TOTAL
                                         WS-RUN-TOTAL
              MOVE VLR-PERDA          TO WS-DET-VLR
              MOVE "BAIXADA"          TO WS-DET-SITUACAO
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-RODAPES.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-LOTES EQUAL ZEROS
              MOVE WS-RODAPE-VAZIO    TO REL-LINHA
              WRITE REL-LINHA
              MOVE SPACES             TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE WS-QTD-LOTES          TO WS-ROD-LOTES
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-BAIXADOS       TO WS-ROD-BAIXADOS
           MOVE WS-VLR-TOTAL          TO WS-ROD-VALOR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-RECUSADOS      TO WS-ROD-RECUSADOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-03          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   FECHA O REGISTRO NO CONTROLE DE EXECUCOES, QUE A ROTINA
      *   NOTURNA CONFERE PARA SEGUIR AO PASSO SEGUINTE
      *----------------------------------------------------------------
       P080-FINALIZA-EXECUCAO.
      *----------------------------------------------------------------
           MOVE 'F'                   TO WS-RUN-ACAO
           MOVE '2'                   TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           .
       END PROGRAM PGMPERATR.
