      *          DO DUPLICADO EM DATA QUE O SOBREVIVENTE JA TEM
      *          PERMANECE NO DUPLICADO E E AVISADO, PARA ANALISE
      *          MANUAL.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - MODO PREVIA (SIMULACAO): LISTA EM
      *             RELCLIMRG CADA REGISTRO QUE SERIA REPONTADO (COM O
      *             CLIENTE ANTES E DEPOIS), OS PRONTUARIOS EM
      *             CONFLITO E OS TOTAIS, SEM GRAVAR NADA; A PREVIA
      *             VAI PARA O SPOOL E FICA LIGADA A SOLICITACAO
      *             PENDENTE (PGMAPRPRV). O MODO EFETIVO AVISA QUANDO
      *             OS TOTAIS DIFEREM DA PREVIA APROVADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLIMRG.
           ALTERNATE RECORD KEY IS SLOT-ESPERA WITH DUPLICATES
           FILE STATUS  IS WS-FS-ESP.

           SELECT RELCLIMRG ASSIGN TO
           WS-PATH-RELCLIMRG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD ESPERA.
           COPY CPYESPERA.

       FD RELCLIMRG
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-EOF BY WS-FS-ESP-EOF
                          WS-FS-OK BY WS-FS-ESP-OK
                          WS-FS BY WS-FS-ESP.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-ID-SOBREVIVE     PIC 9(04) VALUE ZEROS.
       77 WS-ID-DUPLICADO     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PRONT        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ESP          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PRONT-CONF   PIC 9(04) VALUE ZEROS.
       77 WS-VLR-FAT-REP      PIC 9(10)V99 VALUE ZEROS.
       77 WS-MODO             PIC X(01) VALUE SPACES.
          88 MODO-PREVIA      VALUE 'P' 'p'.
          88 MODO-EFETIVO     VALUE 'E' 'e'.
       77 WS-DATA-GUARDA      PIC 9(08) VALUE ZEROS.
       01 WS-PRONT-GUARDA.
          03 WS-GRD-ID-AGE    PIC 9(08).
          03 WS-GRD-ID-PROF   PIC 9(04).
       77 WS-APR-OK           PIC X(01) VALUE 'N'.
       77 WS-APR-SOLIC        PIC X(10) VALUE SPACES.
       77 WS-APR-APROV        PIC X(10) VALUE SPACES.
       77 WS-APR-SPOOL-PREV   PIC 9(04) VALUE ZEROS.
       77 WS-APR-QTD-PREV     PIC 9(06) VALUE ZEROS.
       77 WS-APR-VLR-PREV     PIC 9(10)V99 VALUE ZEROS.
       77 WS-PRV-ID-APROV     PIC 9(04) VALUE ZEROS.
       77 WS-PRV-ID-SPOOL     PIC 9(04) VALUE ZEROS.
       77 WS-PRV-QTD          PIC 9(06) VALUE ZEROS.
       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELCLIMRG".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE "PREVIA".
       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE SPACES.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCLIMRG".

       01 WS-CAB-01.
          03 FILLER           PIC X(10) VALUE SPACES.
          03 FILLER           PIC X(40) VALUE
             "FUSAO DE CLIENTES DUPLICADOS - PREVIA".

       01 WS-CAB-02.
          03 FILLER           PIC X(13) VALUE "DUPLICADO:  ".
          03 WS-CAB-DUP       PIC ZZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-CAB-NOME      PIC X(20).
          03 FILLER           PIC X(18) VALUE "   SOBREVIVENTE: ".
          03 WS-CAB-SOBR      PIC ZZZ9.

       01 WS-CAB-03.
          03 FILLER           PIC X(12) VALUE "ARQUIVO".
          03 FILLER           PIC X(10) VALUE "ID".
          03 FILLER           PIC X(10) VALUE "DATA".
          03 FILLER           PIC X(12) VALUE "VALOR".
          03 FILLER           PIC X(16) VALUE "CLIENTE".
          03 FILLER           PIC X(20) VALUE "OBSERVACAO".

       01 WS-DETALHE.
          03 WS-DET-ARQ       PIC X(10).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-ID        PIC ZZZZZZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-DATA      PIC 9(08).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-VLR       PIC ZZZ.ZZ9,99.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-ANTES     PIC ZZZ9.
          03 FILLER           PIC X(04) VALUE " -> ".
          03 WS-DET-DEPOIS    PIC ZZZ9.
          03 FILLER           PIC X(04) VALUE SPACES.
          03 WS-DET-OBS       PIC X(30).

       01 WS-RODAPE-01.
          03 FILLER           PIC X(28) VALUE
             "AGENDAMENTOS A REPONTAR...: ".
          03 WS-ROD-AGE       PIC ZZZ9.
          03 FILLER           PIC X(18) VALUE
             "   ESPERAS.....: ".
          03 WS-ROD-ESP       PIC ZZZ9.
       01 WS-RODAPE-02.
          03 FILLER           PIC X(28) VALUE
             "FATURAS A REPONTAR........: ".
          03 WS-ROD-FAT       PIC ZZZ9.
          03 FILLER           PIC X(18) VALUE
             "   VALOR.......: ".
          03 WS-ROD-VLR       PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-RODAPE-03.
          03 FILLER           PIC X(28) VALUE
             "PRONTUARIOS A REPONTAR....: ".
          03 WS-ROD-PRONT     PIC ZZZ9.
          03 FILLER           PIC X(18) VALUE
             "   EM CONFLITO.: ".
          03 WS-ROD-CONF      PIC ZZZ9.
           COPY CPYPATHS.

       PROCEDURE DIVISION.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            PERFORM P003-PEDE-MODO THRU P003-FIM
               UNTIL MODO-PREVIA OR MODO-EFETIVO

      *   BATCH DESTRUTIVO: SO RODA CONSUMINDO UMA APROVACAO DA FILA
      *   DE QUATRO OLHOS (PGMAPR01/PGMAPRCK); A PREVIA NAO GRAVA
      *   NADA E DISPENSA A APROVACAO
           IF MODO-EFETIVO
              MOVE "CLIMRG" TO WS-APR-JOB
              CALL "PGMAPRCK" USING WS-APR-JOB, WS-APR-OK,
                                    WS-APR-SOLIC, WS-APR-APROV,
                                    WS-APR-SPOOL-PREV,
                                    WS-APR-QTD-PREV,
                                    WS-APR-VLR-PREV

              IF WS-APR-OK NOT EQUAL 'S'
                 DISPLAY "EXECUCAO DE CLIMRG EXIGE APROVACAO DE UM "
                         "SEGUNDO ADMINISTRADOR (PGMAPR01)."
                 GOBACK
              END-IF

              MOVE 'I'                  TO WS-RUN-ACAO
              MOVE "CLIMRG" TO WS-RUN-JOB
              CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                     WS-RUN-JOB, WS-RUN-LIDOS,
                                     WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                     WS-RUN-STATUS
              CALL "PGMRUNAPR" USING WS-RUN-ID, WS-APR-SOLIC,
                                     WS-APR-APROV
           END-IF

            IF MODO-PREVIA
               OPEN INPUT CLIENTES
               OPEN INPUT AGENDA
               OPEN INPUT FATURA
               OPEN INPUT PRONTUARIO
               OPEN INPUT ESPERA
            ELSE
               OPEN I-O CLIENTES
               OPEN I-O AGENDA
               OPEN I-O FATURA
               OPEN I-O PRONTUARIO
               OPEN I-O ESPERA
            END-IF

            IF NOT WS-FS-CLI-OK OR NOT WS-FS-OK OR NOT WS-FS-FAT-OK
               OR NOT WS-FS-PRO-OK OR NOT WS-FS-ESP-OK
                   GO TO P000-ENCERRA
            END-READ

            IF MODO-PREVIA
               PERFORM P060-PREVIA-FUSAO THRU P060-FIM
               GO TO P000-ENCERRA
            END-IF

            DISPLAY "FUNDIR O HISTORICO DE " WS-ID-DUPLICADO " ("
                    NM-CLI ") NO CLIENTE " WS-ID-SOBREVIVE
                    " E INATIVAR O DUPLICADO. CONFIRMA? <S/N> "
            DISPLAY "PRONTUARIOS REPONTADOS...: " WS-QTD-PRONT
            DISPLAY "PRONTUARIOS EM CONFLITO..: " WS-QTD-PRONT-CONF
            DISPLAY "ESPERAS REPONTADAS.......: " WS-QTD-ESP

            PERFORM P070-CONFERE-PREVIA THRU P070-FIM
            .
       P000-ENCERRA.

            CLOSE PRONTUARIO
            CLOSE ESPERA

            IF MODO-EFETIVO
               MOVE 'F'               TO WS-RUN-ACAO
               MOVE '2'               TO WS-RUN-STATUS
               CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                      WS-RUN-JOB, WS-RUN-LIDOS,
                                      WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                      WS-RUN-STATUS
            END-IF

            GOBACK
            .
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESPERA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELCLIMRG_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-RELCLIMRG
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
            DISPLAY WS-FS-MSG
            .
       P002-FIM.
       P003-PEDE-MODO.

            DISPLAY "MODO (P=PREVIA / E=EFETIVAR): "
            ACCEPT WS-MODO
            IF NOT MODO-PREVIA AND NOT MODO-EFETIVO
               DISPLAY "MODO INVALIDO"
            END-IF
            .
       P003-FIM.
      *----------------------------------------------------------------
      *   REPONTA OS AGENDAMENTOS DO DUPLICADO PELA CHAVE ID-CLI-AGE
      *----------------------------------------------------------------
                   ELSE
                      MOVE WS-ID-SOBREVIVE TO ID-CLI-AGE
                      REWRITE REG-AGE
                      MOVE "ARQAGE"             TO WS-JRN-ARQ
                      MOVE 'R'                  TO WS-JRN-OPER
                      CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                             WS-JRN-PGM, WS-FS, REG-AGE
                      IF WS-FS-OK
                         ADD 1        TO WS-QTD-AGE
                      END-IF
                   IF ID-CLI-FAT EQUAL WS-ID-DUPLICADO
                      MOVE WS-ID-SOBREVIVE TO ID-CLI-FAT
                      REWRITE REG-FATURA
                      MOVE "ARQFATURA"          TO WS-JRN-ARQ
                      MOVE 'R'                  TO WS-JRN-OPER
                      CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                             WS-JRN-PGM, WS-FS-FAT,
                                             REG-FATURA
                      IF WS-FS-FAT-OK
                         ADD 1        TO WS-QTD-FAT
                         ADD VLR-FAT  TO WS-VLR-FAT-REP
                      END-IF
                   END-IF
            END-READ
                       INVALID KEY
                          DISPLAY "ERRO AO INATIVAR O DUPLICADO."
                       NOT INVALID KEY
                          MOVE "ARQCLII"            TO WS-JRN-ARQ
                          MOVE 'R'                  TO WS-JRN-OPER
                          CALL "PGMJRNLOG" USING WS-JRN-ARQ,
                                                 WS-JRN-OPER,
                                                 WS-JRN-PGM, WS-FS-CLI,
                                                 REG-CLI
                          DISPLAY "DUPLICADO " WS-ID-DUPLICADO
                                  " INATIVADO."
                   END-REWRITE
            END-READ
            .
       P050-FIM.
      *----------------------------------------------------------------
      *   PREVIA: PERCORRE O HISTORICO DO DUPLICADO COMO A FUSAO FARIA
      *   E LISTA CADA REGISTRO EM RELCLIMRG, SEM GRAVAR NADA
      *----------------------------------------------------------------
       P060-PREVIA-FUSAO.

            OPEN OUTPUT RELCLIMRG

            IF NOT WS-FS-REL-OK
               DISPLAY "ERRO NO RELATORIO DA PREVIA: " WS-FS-REL
               GO TO P060-FIM
            END-IF

            MOVE WS-ID-DUPLICADO      TO WS-CAB-DUP
            MOVE NM-CLI               TO WS-CAB-NOME
            MOVE WS-ID-SOBREVIVE      TO WS-CAB-SOBR

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-01            TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-02            TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-03            TO REL-LINHA
            WRITE REL-LINHA

            SET WS-EOF-OK             TO FALSE
            MOVE WS-ID-DUPLICADO      TO ID-CLI-AGE
            START AGENDA KEY IS = ID-CLI-AGE
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START
            PERFORM P061-PREVIA-AGENDA THRU P061-FIM UNTIL WS-EOF-OK

            SET WS-EOF-OK             TO FALSE
            MOVE ZEROS                TO ID-FATURA
            START FATURA KEY IS NOT LESS THAN ID-FATURA
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START
            PERFORM P062-PREVIA-FATURA THRU P062-FIM UNTIL WS-EOF-OK

            SET WS-EOF-OK             TO FALSE
            MOVE WS-ID-DUPLICADO      TO ID-CLI-PRONT
            MOVE ZEROS                TO DATA-PRONT
            START PRONTUARIO KEY IS NOT LESS THAN CHAVE-PRONT
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START
            PERFORM P063-PREVIA-PRONTUARIO THRU P063-FIM
               UNTIL WS-EOF-OK

            SET WS-EOF-OK             TO FALSE
            MOVE ZEROS                TO ID-ESPERA
            START ESPERA KEY IS NOT LESS THAN ID-ESPERA
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START
            PERFORM P065-PREVIA-ESPERA THRU P065-FIM UNTIL WS-EOF-OK

            MOVE "CLIENTE"            TO WS-DET-ARQ
            MOVE WS-ID-DUPLICADO      TO WS-DET-ID
            MOVE ZEROS                TO WS-DET-DATA
                                          WS-DET-VLR
            MOVE WS-ID-DUPLICADO      TO WS-DET-DEPOIS
            MOVE "DUPLICADO SERA INATIVADO" TO WS-DET-OBS
            PERFORM P066-GRAVA-DETALHE THRU P066-FIM

            PERFORM P067-REGISTRA-PREVIA THRU P067-FIM
            .
       P060-FIM.
       P061-PREVIA-AGENDA.

            READ AGENDA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-AGE NOT EQUAL WS-ID-DUPLICADO
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      ADD 1           TO WS-QTD-AGE
                      MOVE "AGENDA"   TO WS-DET-ARQ
                      MOVE ID-AGE     TO WS-DET-ID
                      MOVE DATA-AGE   TO WS-DET-DATA
                      MOVE ZEROS      TO WS-DET-VLR
                      MOVE SPACES     TO WS-DET-OBS
                      MOVE WS-ID-SOBREVIVE TO WS-DET-DEPOIS
                      PERFORM P066-GRAVA-DETALHE THRU P066-FIM
                   END-IF
            END-READ
            .
       P061-FIM.
       P062-PREVIA-FATURA.

            READ FATURA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-FAT EQUAL WS-ID-DUPLICADO
                      ADD 1           TO WS-QTD-FAT
                      ADD VLR-FAT     TO WS-VLR-FAT-REP
                      MOVE "FATURA"   TO WS-DET-ARQ
                      MOVE ID-FATURA  TO WS-DET-ID
                      MOVE DATA-FAT   TO WS-DET-DATA
                      MOVE VLR-FAT    TO WS-DET-VLR
                      MOVE SPACES     TO WS-DET-OBS
                      MOVE WS-ID-SOBREVIVE TO WS-DET-DEPOIS
                      PERFORM P066-GRAVA-DETALHE THRU P066-FIM
                   END-IF
            END-READ
            .
       P062-FIM.
       P063-PREVIA-PRONTUARIO.

            READ PRONTUARIO NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-PRONT NOT EQUAL WS-ID-DUPLICADO
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      PERFORM P064-CONFERE-CONFLITO THRU P064-FIM
                   END-IF
            END-READ
            .
       P063-FIM.
      *----------------------------------------------------------------
      *   O PRONTUARIO DO DUPLICADO CONFLITA QUANDO O SOBREVIVENTE JA
      *   TEM UM NA MESMA DATA; A LEITURA DIRETA DESLOCA A POSICAO,
      *   ENTAO A VARREDURA RECOMECA APOS A CHAVE DO DUPLICADO
      *----------------------------------------------------------------
       P064-CONFERE-CONFLITO.

            MOVE DATA-PRONT           TO WS-DATA-GUARDA
            MOVE "PRONTUARIO"         TO WS-DET-ARQ
            MOVE ZEROS                TO WS-DET-ID
                                          WS-DET-VLR
            MOVE WS-DATA-GUARDA       TO WS-DET-DATA

            MOVE WS-ID-SOBREVIVE      TO ID-CLI-PRONT
            READ PRONTUARIO
                INVALID KEY
                   ADD 1              TO WS-QTD-PRONT
                   MOVE WS-ID-SOBREVIVE TO WS-DET-DEPOIS
                   MOVE SPACES        TO WS-DET-OBS
                NOT INVALID KEY
                   ADD 1              TO WS-QTD-PRONT-CONF
                   MOVE WS-ID-DUPLICADO TO WS-DET-DEPOIS
                   MOVE "CONFLITO: FICA NO DUPLICADO" TO WS-DET-OBS
            END-READ

            PERFORM P066-GRAVA-DETALHE THRU P066-FIM

            MOVE WS-ID-DUPLICADO      TO ID-CLI-PRONT
            MOVE WS-DATA-GUARDA       TO DATA-PRONT

            START PRONTUARIO KEY IS GREATER THAN CHAVE-PRONT
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START
            .
       P064-FIM.
       P065-PREVIA-ESPERA.

            READ ESPERA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-ESPERA EQUAL WS-ID-DUPLICADO
                      ADD 1           TO WS-QTD-ESP
                      MOVE "ESPERA"   TO WS-DET-ARQ
                      MOVE ID-ESPERA  TO WS-DET-ID
                      MOVE ZEROS      TO WS-DET-DATA
                                          WS-DET-VLR
                      MOVE SPACES     TO WS-DET-OBS
                      MOVE WS-ID-SOBREVIVE TO WS-DET-DEPOIS
                      PERFORM P066-GRAVA-DETALHE THRU P066-FIM
                   END-IF
            END-READ
            .
       P065-FIM.
       P066-GRAVA-DETALHE.

            MOVE WS-ID-DUPLICADO      TO WS-DET-ANTES

            MOVE SPACES               TO REL-LINHA
            MOVE WS-DETALHE           TO REL-LINHA
            WRITE REL-LINHA
            .
       P066-FIM.
      *----------------------------------------------------------------
      *   FECHA A PREVIA COM OS TOTAIS, GUARDA NO SPOOL E CARIMBA A
      *   GERACAO NA SOLICITACAO PENDENTE DA FUSAO
      *----------------------------------------------------------------
       P067-REGISTRA-PREVIA.

            MOVE WS-QTD-AGE           TO WS-ROD-AGE
            MOVE WS-QTD-ESP           TO WS-ROD-ESP
            MOVE WS-QTD-FAT           TO WS-ROD-FAT
            MOVE WS-VLR-FAT-REP       TO WS-ROD-VLR
            MOVE WS-QTD-PRONT         TO WS-ROD-PRONT
            MOVE WS-QTD-PRONT-CONF    TO WS-ROD-CONF

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-RODAPE-01         TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-RODAPE-02         TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-RODAPE-03         TO REL-LINHA
            WRITE REL-LINHA

            CLOSE RELCLIMRG

            DISPLAY "PREVIA GERADA, NADA FOI GRAVADO."
            DISPLAY "AGENDAMENTOS A REPONTAR..: " WS-QTD-AGE
            DISPLAY "FATURAS A REPONTAR.......: " WS-QTD-FAT
            DISPLAY "PRONTUARIOS A REPONTAR...: " WS-QTD-PRONT
            DISPLAY "PRONTUARIOS EM CONFLITO..: " WS-QTD-PRONT-CONF
            DISPLAY "ESPERAS A REPONTAR.......: " WS-QTD-ESP

            CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELCLIMRG,
                                  WS-SPOOL-PARMS

            MOVE "CLIMRG"             TO WS-APR-JOB
            COMPUTE WS-PRV-QTD = WS-QTD-AGE + WS-QTD-FAT
                               + WS-QTD-PRONT + WS-QTD-ESP
            CALL "PGMAPRPRV" USING WS-APR-JOB, WS-SPOOL-NOME,
                                   WS-PRV-QTD, WS-VLR-FAT-REP,
                                   WS-PRV-ID-APROV, WS-PRV-ID-SPOOL

            IF WS-PRV-ID-APROV EQUAL ZEROS
               DISPLAY "NENHUMA SOLICITACAO PENDENTE DE CLIMRG: "
                       "REGISTRE NO PGMAPR01 E RODE A PREVIA DE NOVO."
            ELSE
               DISPLAY "PREVIA (SPOOL " WS-PRV-ID-SPOOL
                       ") LIGADA A SOLICITACAO " WS-PRV-ID-APROV "."
            END-IF
            .
       P067-FIM.
      *----------------------------------------------------------------
      *   A EXECUCAO REAL COMPARA OS SEUS TOTAIS (REGISTROS REPONTADOS
      *   E VALOR DAS FATURAS) COM OS DA PREVIA APROVADA
      *----------------------------------------------------------------
       P070-CONFERE-PREVIA.

            COMPUTE WS-PRV-QTD = WS-QTD-AGE + WS-QTD-FAT
                               + WS-QTD-PRONT + WS-QTD-ESP

            IF WS-PRV-QTD NOT EQUAL WS-APR-QTD-PREV
               OR WS-VLR-FAT-REP NOT EQUAL WS-APR-VLR-PREV
               DISPLAY "ATENCAO: TOTAIS DIFEREM DA PREVIA APROVADA "
                       "(SPOOL " WS-APR-SPOOL-PREV ")."
               DISPLAY "PREVIA: " WS-APR-QTD-PREV " REGISTROS / "
                       WS-APR-VLR-PREV "  REAL: " WS-PRV-QTD
                       " REGISTROS / " WS-VLR-FAT-REP
            END-IF
            .
       P070-FIM.
       END PROGRAM PGMCLIMRG.
