      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: EXPORTAR PARA O GATEWAY DE MENSAGENS AS MENSAGENS
      *          PENDENTES DA CAIXA DE SAIDA (ARQMSGOUT, VEJA
      *          PGMMSGPUB). RODA VARIAS VEZES AO DIA: CADA MENSAGEM
      *          PENDENTE VIRA UMA LINHA NO ARQUIVO DE ENVIO
      *          (MSGENVIO.TXT, ACRESCENTADA AO QUE O GATEWAY AINDA
      *          NAO RECOLHEU) E PASSA A EXPORTADA COM A DATA E A HORA
      *          DA EXPORTACAO; A SITUACAO DA ENTREGA VOLTA PELO
      *          PGMMSGRET. MENSAGEM DE QUEM NEGOU COMUNICACOES OU
      *          SEM CONTATO NUNCA SAI. REGISTRA A EXECUCAO NO
      *          CONTROLE (PGMRUNLOG).
      *
      *          LAYOUT DA LINHA DE ENVIO (DELIMITADO POR ";"):
      *            ID-MSG, TIPO (CA/RM/EX/BO/OR), CANAL (S/E/A), DDD,
      *            TELEFONE, E-MAIL, DESTINATARIO, PACIENTE,
      *            REFERENCIA, DATA, HORA, DATA ANTERIOR, HORA
      *            ANTERIOR, VALOR, TEXTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMSGEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGOUT ASSIGN TO
           WS-PATH-ARQMSGOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-MSG
           ALTERNATE RECORD KEY IS ID-CLI-MSG WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT ENVIO ASSIGN TO
           WS-PATH-ARQMSGENV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-ENV.

       DATA DIVISION.
       FILE SECTION.
       FD MSGOUT.
           COPY CPYMSGOUT.

       FD ENVIO
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01 ENV-LINHA               PIC X(200).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ENV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-ENV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-ENV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-ENV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-ENV-EOF
                          WS-FS-OK BY WS-FS-ENV-OK
                          WS-FS BY WS-FS-ENV.

       77 WS-EOF                  PIC 9      VALUE ZEROS.
          88 WS-EOF-OK            VALUE 1 FALSE 0.
       77 WS-CAIXA-DISP           PIC X(01)  VALUE 'N'.
          88 CAIXA-DISPONIVEL     VALUE 'S'.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-HORA-ATUAL           PIC 9(08)  VALUE ZEROS.
       77 WS-HORA-EXP             PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-LIDAS          PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-EXPORTADAS     PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-BLOQUEADAS     PIC 9(06)  VALUE ZEROS.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "MSGEXP".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       01 WS-LINHA-ENVIO.
          03 WS-ENV-ID            PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-TIPO          PIC X(02).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-CANAL         PIC X(01).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-DDD           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-TEL           PIC 9(09).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-EMAIL         PIC X(40).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-DESTINO       PIC X(20).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-PACIENTE      PIC X(20).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-REF           PIC X(10).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-HORA          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-DATA-ANT      PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-HORA-ANT      PIC 9(04).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-VALOR         PIC 9(08),99.
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ENV-TEXTO         PIC X(30).

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P010-ABRIR-ARQUIVOS THRU P010-FIM
           PERFORM P020-LER-MENSAGEM
           PERFORM P030-PROCESSA-MENSAGEM UNTIL WS-EOF-OK
           PERFORM P050-FECHAR-ARQUIVOS

           DISPLAY "MENSAGENS LIDAS.............: " WS-TOTAL-LIDAS
           DISPLAY "EXPORTADAS PARA O GATEWAY...: "
                   WS-TOTAL-EXPORTADAS
           DISPLAY "SEM CONSENTIMENTO/CONTATO...: "
                   WS-TOTAL-BLOQUEADAS

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-LIDAS       TO WS-RUN-LIDOS
           MOVE WS-TOTAL-EXPORTADAS  TO WS-RUN-GRAVADOS
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
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQMSGOUT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQMSGOUT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQMSGENV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQMSGENV
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
           IF NOT WS-FS-ENV-OK
              CALL "PGMFSMSG" USING WS-FS-ENV, WS-FS-ENV-MSG
              DISPLAY WS-FS-ENV-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM CAIXA DE SAIDA NAO HA O QUE EXPORTAR; O ARQUIVO DE ENVIO
      *   E CRIADO NA PRIMEIRA VEZ E DEPOIS SO RECEBE LINHAS NO FIM
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN I-O MSGOUT

           IF WS-FS-NAO-EXISTE
              DISPLAY "CAIXA DE SAIDA VAZIA - NADA A EXPORTAR."
              SET WS-EOF-OK          TO TRUE
              GO TO P010-FIM
           END-IF

           OPEN EXTEND ENVIO

           IF WS-FS-ENV EQUAL 35
              OPEN OUTPUT ENVIO
           END-IF

           IF NOT WS-FS-OK OR NOT WS-FS-ENV-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA EXPORTACAO."
              PERFORM P002-EXIBE-ERRO-FS
              MOVE 'F'               TO WS-RUN-ACAO
              MOVE '3'               TO WS-RUN-STATUS
              CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                     WS-RUN-JOB, WS-RUN-LIDOS,
                                     WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                     WS-RUN-STATUS
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE WS-HORA-ATUAL(1:4)   TO WS-HORA-EXP
           SET CAIXA-DISPONIVEL      TO TRUE
           .
       P010-FIM.
           EXIT.
      *----------------------------------------------------------------
       P020-LER-MENSAGEM.
      *----------------------------------------------------------------
           IF NOT WS-EOF-OK
              READ MSGOUT NEXT RECORD
                  AT END
                     SET WS-EOF-OK   TO TRUE
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
      *   SO A PENDENTE SAI; A EXPORTADA ESPERA O RETORNO E AS DEMAIS
      *   JA TEM A SITUACAO FINAL
      *----------------------------------------------------------------
       P030-PROCESSA-MENSAGEM.
      *----------------------------------------------------------------
           ADD 1                      TO WS-TOTAL-LIDAS

           EVALUATE TRUE
               WHEN MSG-PENDENTE
                  PERFORM P040-EXPORTA
               WHEN MSG-SEM-CONSENT OR MSG-SEM-CONTATO
                  ADD 1               TO WS-TOTAL-BLOQUEADAS
               WHEN OTHER
                  CONTINUE
           END-EVALUATE

           PERFORM P020-LER-MENSAGEM
           .
      *----------------------------------------------------------------
       P040-EXPORTA.
      *----------------------------------------------------------------
           MOVE ID-MSG                TO WS-ENV-ID
           MOVE TIPO-MSG              TO WS-ENV-TIPO
           MOVE CANAL-MSG             TO WS-ENV-CANAL
           MOVE DDD-MSG               TO WS-ENV-DDD
           MOVE TEL-MSG               TO WS-ENV-TEL
           MOVE EMAIL-MSG             TO WS-ENV-EMAIL
           MOVE NM-DEST-MSG           TO WS-ENV-DESTINO
           MOVE NM-PAC-MSG            TO WS-ENV-PACIENTE
           MOVE REF-MSG               TO WS-ENV-REF
           MOVE DATA-PAR-MSG          TO WS-ENV-DATA
           MOVE HORA-PAR-MSG          TO WS-ENV-HORA
           MOVE DATA-ANT-MSG          TO WS-ENV-DATA-ANT
           MOVE HORA-ANT-MSG          TO WS-ENV-HORA-ANT
           MOVE VALOR-MSG             TO WS-ENV-VALOR
           MOVE TEXTO-MSG             TO WS-ENV-TEXTO

           MOVE SPACES                TO ENV-LINHA
           MOVE WS-LINHA-ENVIO        TO ENV-LINHA
           WRITE ENV-LINHA

           IF NOT WS-FS-ENV-OK
              DISPLAY "ERRO AO GRAVAR A MENSAGEM " ID-MSG
                      " NO ARQUIVO DE ENVIO: " WS-FS-ENV
           ELSE
              SET MSG-EXPORTADA       TO TRUE
              MOVE WS-DATA-HOJE       TO DATA-EXP-MSG
              MOVE WS-HORA-EXP        TO HORA-EXP-MSG
              REWRITE REG-MSG
              ADD 1                   TO WS-TOTAL-EXPORTADAS
           END-IF
           .
      *----------------------------------------------------------------
       P050-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           IF CAIXA-DISPONIVEL
              CLOSE MSGOUT
              CLOSE ENVIO
           END-IF
           .
       END PROGRAM PGMMSGEXP.
