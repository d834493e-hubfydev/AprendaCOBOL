      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CONCILIACAO NOTURNA DOS SALDOS DE ESTOQUE. O SALDO DE
      *          UM ITEM VIVE EM QUATRO LUGARES - QTD-ESTQ (ARQESTQ),
      *          QTD-ESTFIL POR FILIAL (ARQESTFIL), QTD-LOTE-LE POR
      *          LOTE (ARQLOTEST) E O SALDO DO ULTIMO MOVIMENTO DO
      *          KARDEX (ARQESTMOV) - E O PGMINTCHK SO CONFERE AS
      *          CHAVES. PARA CADA ITEM CONFERE TRES REGRAS:
      *          - SOMA DAS FILIAIS + EM TRANSITO (ARQTRANSF) = SALDO
      *            DO ITEM, QUANDO O ITEM TEM POSICAO POR FILIAL OU
      *            TRANSFERENCIA EM TRANSITO;
      *          - SOMA DOS LOTES = SALDO DO ITEM, QUANDO O ITEM TEM
      *            LOTES;
      *          - SALDO DO ULTIMO MOVIMENTO DO KARDEX = SALDO DO ITEM,
      *            QUANDO O ITEM TEM MOVIMENTO. O MOVIMENTO DE
      *            TRANSFERENCIA ('T', PGMTRF01) GUARDA O SALDO DA
      *            FILIAL E NAO O DO ITEM, POR ISSO NAO ENTRA NESTA
      *            CONTA.
      *          CADA ITEM DIVERGENTE SAI EM RELESTCNC.LST COM OS
      *          SALDOS, AS REGRAS QUE FALHARAM E OS ULTIMOS
      *          MOVIMENTOS DO KARDEX QUE TOCARAM O ITEM. O ITEM
      *          CONSIGNADO E CONFERIDO COMO OS DEMAIS E VEM MARCADO.
      *          A QUANTIDADE DE ITENS DIVERGENTES FICA NO CONTROLE DE
      *          EXECUCOES (QTD-GRAVADOS-RUN), DE ONDE O PAINEL DE
      *          PENDENCIAS (PGMPAINEL) A LE. RODA NA ROTINA NOTURNA
      *          (PGMNOITE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMESTCNC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS.

           SELECT ESTFIL ASSIGN TO
           WS-PATH-ARQESTFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-ESTFIL
           FILE STATUS  IS WS-FS-EFL.

           SELECT LOTEST ASSIGN TO
           WS-PATH-ARQLOTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-LOTEST
           FILE STATUS  IS WS-FS-LOT.

           SELECT TRANSFS ASSIGN TO
           WS-PATH-ARQTRANSF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-TRANSF
           FILE STATUS  IS WS-FS-TRF.

           SELECT ESTMOV ASSIGN TO
           WS-PATH-ARQESTMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-MOV.

           SELECT RELESTCNC ASSIGN TO
           WS-PATH-RELESTCNC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE.
           COPY CPYESTQ.

       FD ESTFIL.
           COPY CPYESTFIL.

       FD LOTEST.
           COPY CPYLOTEST.

       FD TRANSFS.
           COPY CPYTRANSF.

       FD ESTMOV.
           COPY CPYESTMOV.

       FD RELESTCNC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EFL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EFL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EFL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EFL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EFL-EOF
                          WS-FS-OK BY WS-FS-EFL-OK
                          WS-FS BY WS-FS-EFL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-LOT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-LOT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-LOT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-LOT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-LOT-EOF
                          WS-FS-OK BY WS-FS-LOT-OK
                          WS-FS BY WS-FS-LOT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-TRF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-TRF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-TRF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-TRF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-TRF-EOF
                          WS-FS-OK BY WS-FS-TRF-OK
                          WS-FS BY WS-FS-TRF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-MOV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-MOV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-MOV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-MOV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-MOV-EOF
                          WS-FS-OK BY WS-FS-MOV-OK
                          WS-FS BY WS-FS-MOV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-EOF                  PIC 9      VALUE 0.
          88 WS-EOF-OK            VALUE 1 FALSE 0.
       77 WS-FIM-CHAVE            PIC 9      VALUE 0.
          88 WS-FIM-CHAVE-OK      VALUE 1 FALSE 0.
       77 WS-EFL-ABERTO           PIC X(01)  VALUE 'N'.
          88 ESTFIL-ABERTO        VALUE 'S'.
       77 WS-LOT-ABERTO           PIC X(01)  VALUE 'N'.
          88 LOTEST-ABERTO        VALUE 'S'.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-IND                  PIC 9(04)  VALUE ZEROS.
       77 WS-IS                   PIC 9(04)  VALUE ZEROS.
       77 WS-IM                   PIC 9(01)  VALUE ZEROS.
       77 WS-QTD-DIV              PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-FILIAIS          PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-LOTES            PIC 9(04)  VALUE ZEROS.
       77 WS-SOMA-FILIAIS         PIC 9(07)  VALUE ZEROS.
       77 WS-SOMA-LOTES           PIC 9(07)  VALUE ZEROS.
       77 WS-SOMA-FIL-TRF         PIC 9(07)  VALUE ZEROS.
       77 WS-TOTAL-NAO-LISTADOS   PIC 9(06)  VALUE ZEROS.

      *   REGRAS CONFERIDAS E REGRAS QUE FALHARAM NO ITEM CORRENTE
       01 WS-REGRAS.
          03 WS-CTL-FIL           PIC X(01)  VALUE SPACES.
             88 CTL-FILIAL        VALUE 'S'.
          03 WS-CTL-LOT           PIC X(01)  VALUE SPACES.
             88 CTL-LOTE          VALUE 'S'.
          03 WS-CTL-KDX           PIC X(01)  VALUE SPACES.
             88 CTL-KARDEX        VALUE 'S'.
          03 WS-DIV-REGRAS.
             05 WS-FALHA-FIL      PIC X(01)  VALUE SPACES.
                88 FALHA-FILIAL   VALUE 'S'.
             05 WS-FALHA-LOT      PIC X(01)  VALUE SPACES.
                88 FALHA-LOTE     VALUE 'S'.
             05 WS-FALHA-KDX      PIC X(01)  VALUE SPACES.
                88 FALHA-KARDEX   VALUE 'S'.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "ESTCNC".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

      *   POR ITEM (SUBSCRITO = ID-ESTQ): SALDO DO ULTIMO MOVIMENTO DO
      *   KARDEX QUE NAO E TRANSFERENCIA, QUANTIDADE EM TRANSITO E A
      *   LINHA DO ITEM NA TABELA DE DIVERGENCIAS
       01 WS-TAB-ITENS.
          03 WS-TAB-ITEM OCCURS 9999 TIMES.
             05 WS-ITM-KARDEX     PIC X(01).
                88 ITM-COM-KARDEX VALUE 'S'.
             05 WS-ITM-SALDO-KDX  PIC 9(06).
             05 WS-ITM-TRANSITO   PIC 9(07).
             05 WS-ITM-DIV        PIC 9(04).

      *   ITENS DIVERGENTES, COM OS TRES ULTIMOS MOVIMENTOS DO KARDEX
       01 WS-TAB-DIVERGENCIAS.
          03 WS-TAB-DIV OCCURS 500 TIMES.
             05 WS-DIV-ID         PIC 9(04).
             05 WS-DIV-DESC       PIC X(30).
             05 WS-DIV-QTD        PIC 9(06).
             05 WS-DIV-FILIAIS    PIC 9(07).
             05 WS-DIV-TRANSITO   PIC 9(07).
             05 WS-DIV-LOTES      PIC 9(07).
             05 WS-DIV-KARDEX     PIC 9(06).
             05 WS-DIV-CONTROLES  PIC X(03).
             05 WS-DIV-FALHAS     PIC X(03).
             05 WS-DIV-CONSIG     PIC X(01).
             05 WS-DIV-QTD-MOV    PIC 9(01).
             05 WS-DIV-MOV OCCURS 3 TIMES.
                07 WS-DMV-DATA    PIC 9(06).
                07 WS-DMV-HORA    PIC 9(08).
                07 WS-DMV-TIPO    PIC X(01).
                07 WS-DMV-QTD     PIC 9(06).
                07 WS-DMV-SALDO   PIC 9(06).
                07 WS-DMV-LOGIN   PIC X(10).
                07 WS-DMV-DOC     PIC X(10).

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(33)  VALUE
             "CONCILIACAO DE SALDOS DE ESTOQUE ".
          03 FILLER               PIC X(29)  VALUE
             "(ITEM, FILIAL, LOTE E KARDEX)".

       01 WS-CAB-02.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(12)  VALUE "EMITIDO EM ".
          03 WS-CAB-HOJE          PIC 9(08).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "ITEM DESCRICAO                        SA".
          03 FILLER               PIC X(40)  VALUE
             "LDO    FILIAIS  TRANSITO     LOTES  KARD".
          03 FILLER               PIC X(29)  VALUE
             "EX  DIVERGENCIAS          CSG".

       01 WS-DETALHE.
          03 WS-DET-ID-ESTQ       PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DESC          PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-QTD           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FILIAIS       PIC Z.ZZZ.ZZ9.
          03 WS-DET-FILIAIS-X REDEFINES WS-DET-FILIAIS
                                  PIC X(09).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-TRANSITO      PIC Z.ZZZ.ZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-LOTES         PIC Z.ZZZ.ZZ9.
          03 WS-DET-LOTES-X REDEFINES WS-DET-LOTES
                                  PIC X(09).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-KARDEX        PIC ZZZ.ZZ9.
          03 WS-DET-KARDEX-X REDEFINES WS-DET-KARDEX
                                  PIC X(07).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FALHA-FIL     PIC X(07).
          03 WS-DET-FALHA-LOT     PIC X(07).
          03 WS-DET-FALHA-KDX     PIC X(07).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CONSIG        PIC X(03).

       01 WS-CAB-MOVIMENTOS.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(20)  VALUE
             "ULTIMOS MOVIMENTOS: ".
          03 FILLER               PIC X(34)  VALUE
             "DATA   HORA     T     QTD   SALDO ".
          03 FILLER               PIC X(20)  VALUE
             "LOGIN      DOCUMENTO".

       01 WS-DET-MOVIMENTO.
          03 FILLER               PIC X(30)  VALUE SPACES.
          03 WS-MOV-DATA          PIC 9(06).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-HORA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-TIPO          PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-QTD           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-SALDO         PIC ZZZ.ZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-LOGIN         PIC X(10).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-DOC           PIC X(10).

       01 WS-SEM-MOVIMENTO.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "ITEM SEM MOVIMENTO NO KARDEX.".

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "ITENS CONFERIDOS..................: ".
          03 WS-ROD-LIDOS         PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "ITENS COM DIVERGENCIA.............: ".
          03 WS-ROD-DIVERG        PIC ZZZ.ZZ9.

       01 WS-RODAPE-03.
          03 FILLER               PIC X(36)  VALUE
             "DIVERGENTES NAO LISTADOS (TABELA).: ".
          03 WS-ROD-NAO-LIST      PIC ZZZ.ZZ9.

       01 WS-RODAPE-VAZIO.
          03 FILLER               PIC X(60)  VALUE
             "NENHUMA DIVERGENCIA ENTRE ITEM, FILIAIS, LOTES E KARDEX.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELESTCNC".
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

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           INITIALIZE WS-TAB-ITENS
           INITIALIZE WS-TAB-DIVERGENCIAS
           MOVE ZEROS                 TO WS-QTD-DIV

           PERFORM P010-ABRIR-ARQUIVOS THRU P010-FIM
           PERFORM P015-CABECALHOS

           PERFORM P020-SALDOS-KARDEX THRU P020-FIM
           PERFORM P030-EM-TRANSITO THRU P030-FIM
           PERFORM P040-CONFERE-ITENS THRU P040-FIM

           IF WS-QTD-DIV GREATER ZEROS
              PERFORM P050-ULTIMOS-MOVIMENTOS THRU P050-FIM
           END-IF

           PERFORM P060-IMPRIME-DIVERGENCIA
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-DIV

           PERFORM P070-RODAPES

           CLOSE ESTOQUE
           IF ESTFIL-ABERTO
              CLOSE ESTFIL
           END-IF
           IF LOTEST-ABERTO
              CLOSE LOTEST
           END-IF
           CLOSE RELESTCNC

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELESTCNC,
                                 WS-SPOOL-PARMS

           DISPLAY "ITENS CONFERIDOS..........: " WS-RUN-LIDOS
           DISPLAY "ITENS COM DIVERGENCIA.....: " WS-RUN-GRAVADOS

           PERFORM P080-FINALIZA-EXECUCAO

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTFIL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTFIL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLOTEST_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLOTEST
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQTRANSF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQTRANSF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTMOV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTMOV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELESTCNC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELESTCNC
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
      *   O CADASTRO DE ITENS E O RELATORIO SAO OBRIGATORIOS; SEM
      *   POSICAO POR FILIAL OU SEM LOTES AS REGRAS CORRESPONDENTES
      *   SIMPLESMENTE NAO SE APLICAM
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN OUTPUT RELESTCNC

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DE CONCILIACAO "
                      "DE ESTOQUE."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT ESTOQUE

           IF NOT WS-FS-OK
              DISPLAY "ERRO NA ABERTURA DO CADASTRO DE ESTOQUE."
              PERFORM P002-EXIBE-ERRO-FS
              CLOSE RELESTCNC
              GOBACK
           END-IF

           MOVE 'N'                   TO WS-EFL-ABERTO
           OPEN INPUT ESTFIL
           IF WS-FS-EFL-OK
              MOVE 'S'                TO WS-EFL-ABERTO
           END-IF

           MOVE 'N'                   TO WS-LOT-ABERTO
           OPEN INPUT LOTEST
           IF WS-FS-LOT-OK
              MOVE 'S'                TO WS-LOT-ABERTO
           END-IF
           .
       P010-FIM.
           EXIT.
      *----------------------------------------------------------------
       P015-CABECALHOS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DATA-HOJE          TO WS-CAB-HOJE
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   PRIMEIRA PASSADA NO KARDEX: O SALDO DO ULTIMO MOVIMENTO DE
      *   CADA ITEM, PULANDO AS TRANSFERENCIAS (SALDO DA FILIAL)
      *----------------------------------------------------------------
       P020-SALDOS-KARDEX.
      *----------------------------------------------------------------
           OPEN INPUT ESTMOV

           IF NOT WS-FS-MOV-OK
              DISPLAY "KARDEX INDISPONIVEL; SALDO DO KARDEX NAO "
                      "CONFERIDO."
              GO TO P020-FIM
           END-IF

           SET WS-EOF-OK              TO FALSE
           PERFORM P021-LE-SALDO-KARDEX THRU P021-FIM UNTIL WS-EOF-OK

           CLOSE ESTMOV
           .
       P020-FIM.
           EXIT.
       P021-LE-SALDO-KARDEX.

           READ ESTMOV NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P021-FIM
           END-READ

           IF ID-ESTQ-MOV EQUAL ZEROS OR MOV-EST-TRANSFER
              GO TO P021-FIM
           END-IF

           MOVE 'S'                   TO WS-ITM-KARDEX (ID-ESTQ-MOV)
           MOVE SALDO-MOV-EST         TO WS-ITM-SALDO-KDX (ID-ESTQ-MOV)
           .
       P021-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   QUANTIDADE EM TRANSITO POR ITEM: JA SAIU DA FILIAL DE ORIGEM
      *   E AINDA NAO ENTROU NA DE DESTINO, MAS CONTINUA NO SALDO DO
      *   ITEM
      *----------------------------------------------------------------
       P030-EM-TRANSITO.
      *----------------------------------------------------------------
           OPEN INPUT TRANSFS

           IF NOT WS-FS-TRF-OK
              GO TO P030-FIM
           END-IF

           SET WS-EOF-OK              TO FALSE
           PERFORM P031-LE-TRANSFERENCIA THRU P031-FIM UNTIL WS-EOF-OK

           CLOSE TRANSFS
           .
       P030-FIM.
           EXIT.
       P031-LE-TRANSFERENCIA.

           READ TRANSFS NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P031-FIM
           END-READ

           IF TRF-EM-TRANSITO AND ID-ESTQ-TRF NOT EQUAL ZEROS
              ADD QTD-TRF             TO WS-ITM-TRANSITO (ID-ESTQ-TRF)
           END-IF
           .
       P031-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   CONFERE AS TRES REGRAS EM CADA ITEM DO CADASTRO
      *----------------------------------------------------------------
       P040-CONFERE-ITENS.
      *----------------------------------------------------------------
           SET WS-EOF-OK              TO FALSE
           PERFORM P041-LE-ITEM THRU P041-FIM UNTIL WS-EOF-OK
           .
       P040-FIM.
           EXIT.
       P041-LE-ITEM.

           READ ESTOQUE NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P041-FIM
           END-READ

           ADD 1                      TO WS-RUN-LIDOS

           IF ID-ESTQ EQUAL ZEROS
              GO TO P041-FIM
           END-IF

           MOVE SPACES                TO WS-REGRAS
           MOVE ZEROS                 TO WS-QTD-FILIAIS WS-QTD-LOTES
                                         WS-SOMA-FILIAIS WS-SOMA-LOTES

           IF ESTFIL-ABERTO
              PERFORM P042-SOMA-FILIAIS THRU P042-FIM
           END-IF

           IF LOTEST-ABERTO
              PERFORM P044-SOMA-LOTES THRU P044-FIM
           END-IF

           IF WS-QTD-FILIAIS GREATER ZEROS
              OR WS-ITM-TRANSITO (ID-ESTQ) GREATER ZEROS
              SET CTL-FILIAL          TO TRUE
              COMPUTE WS-SOMA-FIL-TRF = WS-SOMA-FILIAIS
                                      + WS-ITM-TRANSITO (ID-ESTQ)
              IF WS-SOMA-FIL-TRF NOT EQUAL QTD-ESTQ
                 SET FALHA-FILIAL     TO TRUE
              END-IF
           END-IF

           IF WS-QTD-LOTES GREATER ZEROS
              SET CTL-LOTE            TO TRUE
              IF WS-SOMA-LOTES NOT EQUAL QTD-ESTQ
                 SET FALHA-LOTE       TO TRUE
              END-IF
           END-IF

           IF ITM-COM-KARDEX (ID-ESTQ)
              SET CTL-KARDEX          TO TRUE
              IF WS-ITM-SALDO-KDX (ID-ESTQ) NOT EQUAL QTD-ESTQ
                 SET FALHA-KARDEX     TO TRUE
              END-IF
           END-IF

           IF WS-DIV-REGRAS EQUAL SPACES
              GO TO P041-FIM
           END-IF

           ADD 1                      TO WS-RUN-GRAVADOS

           IF WS-QTD-DIV NOT LESS 500
              DISPLAY "TABELA DE DIVERGENCIAS CHEIA (500). ITEM "
                      ID-ESTQ " NAO LISTADO."
              ADD 1                   TO WS-TOTAL-NAO-LISTADOS
              GO TO P041-FIM
           END-IF

           ADD 1                      TO WS-QTD-DIV
           MOVE WS-QTD-DIV            TO WS-ITM-DIV (ID-ESTQ)
           MOVE ID-ESTQ               TO WS-DIV-ID (WS-QTD-DIV)
           MOVE DESC-ESTQ             TO WS-DIV-DESC (WS-QTD-DIV)
           MOVE QTD-ESTQ              TO WS-DIV-QTD (WS-QTD-DIV)
           MOVE WS-SOMA-FILIAIS       TO WS-DIV-FILIAIS (WS-QTD-DIV)
           MOVE WS-ITM-TRANSITO (ID-ESTQ)
                                      TO WS-DIV-TRANSITO (WS-QTD-DIV)
           MOVE WS-SOMA-LOTES         TO WS-DIV-LOTES (WS-QTD-DIV)
           MOVE WS-ITM-SALDO-KDX (ID-ESTQ)
                                      TO WS-DIV-KARDEX (WS-QTD-DIV)
           MOVE WS-REGRAS (1:3)       TO WS-DIV-CONTROLES (WS-QTD-DIV)
           MOVE WS-DIV-REGRAS         TO WS-DIV-FALHAS (WS-QTD-DIV)
           MOVE CONSIG-ESTQ           TO WS-DIV-CONSIG (WS-QTD-DIV)
           MOVE ZEROS                 TO WS-DIV-QTD-MOV (WS-QTD-DIV)
           .
       P041-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   SOMA AS POSICOES DO ITEM EM TODAS AS FILIAIS
      *----------------------------------------------------------------
       P042-SOMA-FILIAIS.
      *----------------------------------------------------------------
           MOVE ID-ESTQ               TO ID-ESTQ-FIL
           MOVE ZEROS                 TO FILIAL-EST

           START ESTFIL KEY IS NOT LESS THAN CHAVE-ESTFIL
               INVALID KEY
                  GO TO P042-FIM
           END-START

           SET WS-FIM-CHAVE-OK        TO FALSE
           PERFORM P043-LE-FILIAL THRU P043-FIM UNTIL WS-FIM-CHAVE-OK
           .
       P042-FIM.
           EXIT.
       P043-LE-FILIAL.

           READ ESTFIL NEXT RECORD
               AT END
                  SET WS-FIM-CHAVE-OK TO TRUE
                  GO TO P043-FIM
           END-READ

           IF ID-ESTQ-FIL NOT EQUAL ID-ESTQ
              SET WS-FIM-CHAVE-OK     TO TRUE
              GO TO P043-FIM
           END-IF

           ADD 1                      TO WS-QTD-FILIAIS
           ADD QTD-ESTFIL             TO WS-SOMA-FILIAIS
           .
       P043-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   SOMA OS SALDOS DE TODOS OS LOTES DO ITEM
      *----------------------------------------------------------------
       P044-SOMA-LOTES.
      *----------------------------------------------------------------
           MOVE ID-ESTQ               TO ID-ESTQ-LE
           MOVE LOW-VALUES            TO NUM-LOTE-LE

           START LOTEST KEY IS NOT LESS THAN CHAVE-LOTEST
               INVALID KEY
                  GO TO P044-FIM
           END-START

           SET WS-FIM-CHAVE-OK        TO FALSE
           PERFORM P045-LE-LOTE THRU P045-FIM UNTIL WS-FIM-CHAVE-OK
           .
       P044-FIM.
           EXIT.
       P045-LE-LOTE.

           READ LOTEST NEXT RECORD
               AT END
                  SET WS-FIM-CHAVE-OK TO TRUE
                  GO TO P045-FIM
           END-READ

           IF ID-ESTQ-LE NOT EQUAL ID-ESTQ
              SET WS-FIM-CHAVE-OK     TO TRUE
              GO TO P045-FIM
           END-IF

           ADD 1                      TO WS-QTD-LOTES
           ADD QTD-LOTE-LE            TO WS-SOMA-LOTES
           .
       P045-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   SEGUNDA PASSADA NO KARDEX: GUARDA OS TRES ULTIMOS MOVIMENTOS
      *   (DE QUALQUER TIPO) DE CADA ITEM DIVERGENTE
      *----------------------------------------------------------------
       P050-ULTIMOS-MOVIMENTOS.
      *----------------------------------------------------------------
           OPEN INPUT ESTMOV

           IF NOT WS-FS-MOV-OK
              GO TO P050-FIM
           END-IF

           SET WS-EOF-OK              TO FALSE
           PERFORM P051-LE-MOVIMENTO THRU P051-FIM UNTIL WS-EOF-OK

           CLOSE ESTMOV
           .
       P050-FIM.
           EXIT.
       P051-LE-MOVIMENTO.

           READ ESTMOV NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P051-FIM
           END-READ

           IF ID-ESTQ-MOV EQUAL ZEROS
              GO TO P051-FIM
           END-IF

           IF WS-ITM-DIV (ID-ESTQ-MOV) EQUAL ZEROS
              GO TO P051-FIM
           END-IF

           MOVE WS-ITM-DIV (ID-ESTQ-MOV) TO WS-IS

           IF WS-DIV-QTD-MOV (WS-IS) LESS 3
              ADD 1                   TO WS-DIV-QTD-MOV (WS-IS)
           ELSE
              MOVE WS-DIV-MOV (WS-IS, 2) TO WS-DIV-MOV (WS-IS, 1)
              MOVE WS-DIV-MOV (WS-IS, 3) TO WS-DIV-MOV (WS-IS, 2)
           END-IF

           MOVE WS-DIV-QTD-MOV (WS-IS) TO WS-IM
           MOVE DATA-MOV-EST          TO WS-DMV-DATA (WS-IS, WS-IM)
           MOVE HORA-MOV-EST          TO WS-DMV-HORA (WS-IS, WS-IM)
           MOVE TIPO-MOV-EST          TO WS-DMV-TIPO (WS-IS, WS-IM)
           MOVE QTD-MOV-EST           TO WS-DMV-QTD (WS-IS, WS-IM)
           MOVE SALDO-MOV-EST         TO WS-DMV-SALDO (WS-IS, WS-IM)
           MOVE LOGIN-MOV-EST         TO WS-DMV-LOGIN (WS-IS, WS-IM)
           MOVE DOC-REF-MOV-EST       TO WS-DMV-DOC (WS-IS, WS-IM)
           .
       P051-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   UMA LINHA POR ITEM DIVERGENTE E, ABAIXO, SEUS MOVIMENTOS; A
      *   COLUNA DA REGRA QUE NAO SE APLICA AO ITEM SAI EM BRANCO
      *----------------------------------------------------------------
       P060-IMPRIME-DIVERGENCIA.
      *----------------------------------------------------------------
           MOVE WS-DIV-CONTROLES (WS-IND) TO WS-REGRAS (1:3)
           MOVE WS-DIV-FALHAS (WS-IND) TO WS-DIV-REGRAS

           MOVE WS-DIV-ID (WS-IND)    TO WS-DET-ID-ESTQ
           MOVE WS-DIV-DESC (WS-IND)  TO WS-DET-DESC
           MOVE WS-DIV-QTD (WS-IND)   TO WS-DET-QTD
           MOVE WS-DIV-TRANSITO (WS-IND) TO WS-DET-TRANSITO

           IF CTL-FILIAL
              MOVE WS-DIV-FILIAIS (WS-IND) TO WS-DET-FILIAIS
           ELSE
              MOVE SPACES             TO WS-DET-FILIAIS-X
           END-IF

           IF CTL-LOTE
              MOVE WS-DIV-LOTES (WS-IND) TO WS-DET-LOTES
           ELSE
              MOVE SPACES             TO WS-DET-LOTES-X
           END-IF

           IF CTL-KARDEX
              MOVE WS-DIV-KARDEX (WS-IND) TO WS-DET-KARDEX
           ELSE
              MOVE SPACES             TO WS-DET-KARDEX-X
           END-IF

           MOVE SPACES                TO WS-DET-FALHA-FIL
                                         WS-DET-FALHA-LOT
                                         WS-DET-FALHA-KDX
                                         WS-DET-CONSIG
           IF FALHA-FILIAL
              MOVE "FILIAL"           TO WS-DET-FALHA-FIL
           END-IF
           IF FALHA-LOTE
              MOVE "LOTE"             TO WS-DET-FALHA-LOT
           END-IF
           IF FALHA-KARDEX
              MOVE "KARDEX"           TO WS-DET-FALHA-KDX
           END-IF
           IF WS-DIV-CONSIG (WS-IND) EQUAL 'S'
              MOVE "SIM"              TO WS-DET-CONSIG
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           IF WS-DIV-QTD-MOV (WS-IND) EQUAL ZEROS
              MOVE SPACES             TO REL-LINHA
              MOVE WS-SEM-MOVIMENTO   TO REL-LINHA
              WRITE REL-LINHA
           ELSE
              MOVE SPACES             TO REL-LINHA
              MOVE WS-CAB-MOVIMENTOS  TO REL-LINHA
              WRITE REL-LINHA
              PERFORM P061-IMPRIME-MOVIMENTO
                 VARYING WS-IM FROM 1 BY 1
                    UNTIL WS-IM GREATER WS-DIV-QTD-MOV (WS-IND)
           END-IF

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
       P061-IMPRIME-MOVIMENTO.

           MOVE WS-DMV-DATA (WS-IND, WS-IM)  TO WS-MOV-DATA
           MOVE WS-DMV-HORA (WS-IND, WS-IM)  TO WS-MOV-HORA
           MOVE WS-DMV-TIPO (WS-IND, WS-IM)  TO WS-MOV-TIPO
           MOVE WS-DMV-QTD (WS-IND, WS-IM)   TO WS-MOV-QTD
           MOVE WS-DMV-SALDO (WS-IND, WS-IM) TO WS-MOV-SALDO
           MOVE WS-DMV-LOGIN (WS-IND, WS-IM) TO WS-MOV-LOGIN
           MOVE WS-DMV-DOC (WS-IND, WS-IM)   TO WS-MOV-DOC

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET-MOVIMENTO      TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-RODAPES.
      *----------------------------------------------------------------
           IF WS-RUN-GRAVADOS EQUAL ZEROS
              MOVE WS-RODAPE-VAZIO    TO REL-LINHA
              WRITE REL-LINHA
              MOVE SPACES             TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE WS-RUN-LIDOS          TO WS-ROD-LIDOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-RUN-GRAVADOS       TO WS-ROD-DIVERG
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           IF WS-TOTAL-NAO-LISTADOS GREATER ZEROS
              MOVE WS-TOTAL-NAO-LISTADOS TO WS-ROD-NAO-LIST
              MOVE SPACES             TO REL-LINHA
              MOVE WS-RODAPE-03       TO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
      *----------------------------------------------------------------
      *   FECHA O REGISTRO NO CONTROLE DE EXECUCOES, QUE A ROTINA
      *   NOTURNA CONFERE PARA SEGUIR AO PASSO SEGUINTE E O PAINEL DE
      *   PENDENCIAS LE PARA CONTAR AS DIVERGENCIAS
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
       END PROGRAM PGMESTCNC.
