      *          RELATORIOS PRECISAM, E GRAVA O LOG DA ANONIMIZACAO
      *          (ARQLGPDLOG). O ID-CLI PERMANECE PARA AS LIGACOES DOS
      *          OUTROS ARQUIVOS NAO QUEBRAREM.
      * Manutencao: 15 OUT 2026 - APAGA TAMBEM OS DADOS DE SAUDE DO
      *             CADASTRO (GESTANTE, DATA DO PARTO E DEFICIENCIA).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - MODO PREVIA (SIMULACAO): LISTA EM
      *             RELLGPD02 OS CLIENTES QUE SERIAM ANONIMIZADOS E
      *             QUANTOS PRONTUARIOS CADA UM TEM, COM OS TOTAIS,
      *             SEM GRAVAR NADA; A PREVIA VAI PARA O SPOOL E FICA
      *             LIGADA A SOLICITACAO PENDENTE (PGMAPRPRV). O MODO
      *             EFETIVO AVISA QUANDO OS TOTAIS DIFEREM DA PREVIA
      *             APROVADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLGPD02.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-LOG.

           SELECT RELLGPD02 ASSIGN TO
           WS-PATH-RELLGPD02
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
          03 LOG-HORA-LGPD        PIC 9(08).
          03 LOG-QTD-PRONT-LGPD   PIC 9(04).

       FD RELLGPD02
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CNS-MSG
                          WS-FS-EOF BY WS-FS-LOG-EOF
                          WS-FS-OK BY WS-FS-LOG-OK
                          WS-FS BY WS-FS-LOG.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-ANOS-RETENCAO    PIC 9(02) VALUE ZEROS.
       77 WS-MODO             PIC X(01) VALUE SPACES.
          88 MODO-PREVIA      VALUE 'P' 'p'.
          88 MODO-EFETIVO     VALUE 'E' 'e'.
       77 WS-APR-JOB          PIC X(08) VALUE SPACES.
       77 WS-APR-OK           PIC X(01) VALUE 'N'.
       77 WS-APR-SOLIC        PIC X(10) VALUE SPACES.
       77 WS-APR-APROV        PIC X(10) VALUE SPACES.
       77 WS-APR-SPOOL-PREV   PIC 9(04) VALUE ZEROS.
       77 WS-APR-QTD-PREV     PIC 9(06) VALUE ZEROS.
       77 WS-APR-VLR-PREV     PIC 9(10)V99 VALUE ZEROS.
       77 WS-PRV-ID-APROV     PIC 9(04) VALUE ZEROS.
       77 WS-PRV-ID-SPOOL     PIC 9(04) VALUE ZEROS.
       77 WS-PRV-QTD          PIC 9(06) VALUE ZEROS.
       77 WS-PRV-VLR          PIC 9(10)V99 VALUE ZEROS.
       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELLGPD02".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE "PREVIA".
       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE SPACES.
          88 CLIENTE-PEDIU-RETENCAO VALUE 'S'.
       77 WS-QTD-PRONT-ANON   PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-ANON       PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-PRONT      PIC 9(06) VALUE ZEROS.
       77 WS-ID-TRABALHO      PIC 9(04) VALUE ZEROS.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMLGPD02".

       01 WS-CAB-01.
          03 FILLER           PIC X(10) VALUE SPACES.
          03 FILLER           PIC X(40) VALUE
             "EXPURGO LGPD - PREVIA DA ANONIMIZACAO".

       01 WS-CAB-02.
          03 FILLER           PIC X(17) VALUE "DATA DE CORTE:  ".
          03 WS-CAB-CORTE     PIC 9(08).
          03 FILLER           PIC X(24) VALUE
             "   ANOS DE RETENCAO: ".
          03 WS-CAB-ANOS      PIC Z9.

       01 WS-CAB-03.
          03 FILLER           PIC X(06) VALUE "ID".
          03 FILLER           PIC X(22) VALUE "NOME ATUAL".
          03 FILLER           PIC X(22) VALUE "NOME APOS EXPURGO".
          03 FILLER           PIC X(11) VALUE "PRONTUARIOS".

       01 WS-DETALHE.
          03 WS-DET-ID        PIC ZZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-NOME      PIC X(20).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-NOVO      PIC X(20).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-PRONT     PIC ZZZ9.

       01 WS-RODAPE.
          03 FILLER           PIC X(28) VALUE
             "CLIENTES A ANONIMIZAR.....: ".
          03 WS-ROD-CLI       PIC ZZZ.ZZ9.
          03 FILLER           PIC X(20) VALUE
             "   PRONTUARIOS: ".
          03 WS-ROD-PRONT     PIC ZZZ.ZZ9.
           COPY CPYPATHS.

       PROCEDURE DIVISION.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           PERFORM P003-PEDE-MODO THRU P003-FIM
              UNTIL MODO-PREVIA OR MODO-EFETIVO

      *   BATCH DESTRUTIVO: SO RODA CONSUMINDO UMA APROVACAO DA FILA
      *   DE QUATRO OLHOS (PGMAPR01/PGMAPRCK); A PREVIA NAO GRAVA
      *   NADA E DISPENSA A APROVACAO
           IF MODO-EFETIVO
              MOVE "LGPD02" TO WS-APR-JOB
              CALL "PGMAPRCK" USING WS-APR-JOB, WS-APR-OK,
                                    WS-APR-SOLIC, WS-APR-APROV,
                                    WS-APR-SPOOL-PREV,
                                    WS-APR-QTD-PREV,
                                    WS-APR-VLR-PREV

              IF WS-APR-OK NOT EQUAL 'S'
                 DISPLAY "EXECUCAO DE LGPD02 EXIGE APROVACAO DE UM "
                         "SEGUNDO ADMINISTRADOR (PGMAPR01)."
                 GOBACK
              END-IF

              MOVE 'I'                  TO WS-RUN-ACAO
              MOVE "LGPD02" TO WS-RUN-JOB
              CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                     WS-RUN-JOB, WS-RUN-LIDOS,
                                     WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                     WS-RUN-STATUS
              CALL "PGMRUNAPR" USING WS-RUN-ID, WS-APR-SOLIC,
                                     WS-APR-APROV
           END-IF

           MOVE "LGPDRETANOS" TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
           ACCEPT WS-DATA-CORTE FROM DATE YYYYMMDD
           SUBTRACT WS-ANOS-RETENCAO FROM WS-CORTE-ANO

           IF MODO-PREVIA
              OPEN INPUT CLIENTES
              OPEN INPUT PRONTUARIO
           ELSE
              OPEN I-O CLIENTES
              OPEN I-O PRONTUARIO
           END-IF
           OPEN INPUT AGENDA
           OPEN INPUT CONSENT

              GOBACK
           END-IF

           IF MODO-PREVIA
              PERFORM P004-ABRE-PREVIA THRU P004-FIM
           ELSE
              OPEN EXTEND LGPDLOG

              IF WS-FS-LOG EQUAL 35
                 OPEN OUTPUT LGPDLOG
              END-IF
           END-IF

           MOVE ZEROS                 TO ID-CLI
              CLOSE CONSENT
           END-IF

           IF MODO-PREVIA
              PERFORM P030-REGISTRA-PREVIA THRU P030-FIM
              GOBACK
           END-IF

           CLOSE LGPDLOG

           DISPLAY "CLIENTES ANONIMIZADOS: " WS-TOTAL-ANON

           PERFORM P040-CONFERE-PREVIA THRU P040-FIM

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-ANON        TO WS-RUN-GRAVADOS
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLGPDLOG
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELLGPD02_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELLGPD02
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
      *   A PREVIA SO LE OS ARQUIVOS E ESCREVE O RELATORIO RELLGPD02
      *----------------------------------------------------------------
       P004-ABRE-PREVIA.

           OPEN OUTPUT RELLGPD02

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO NO RELATORIO DA PREVIA: " WS-FS-REL
              GOBACK
           END-IF

           MOVE WS-DATA-CORTE         TO WS-CAB-CORTE
           MOVE WS-ANOS-RETENCAO      TO WS-CAB-ANOS

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-03             TO REL-LINHA
           WRITE REL-LINHA
           .
       P004-FIM.
      *----------------------------------------------------------------
      *   AVALIA CADA CLIENTE: SO ANONIMIZA INATIVO, SEM RETENCAO
      *   PEDIDA, CADASTRADO ANTES DO CORTE E SEM AGENDAMENTO DESDE O
              GO TO P011-FIM
           END-IF

           IF MODO-PREVIA
              PERFORM P025-LISTA-PREVIA THRU P025-FIM
           ELSE
              PERFORM P020-ANONIMIZA THRU P020-FIM
           END-IF
           .
       P011-FIM.
       P012-CONFERE-RETENCAO.
                                          DDD-CLI
                                          TEL-CLI
                                          DT-NASC-CLI
                                          DT-PARTO-CLI
           MOVE SPACES                TO EMAIL-CLI
                                          ENDER-CLI
           MOVE 'N'                   TO GESTANTE-CLI
                                          DEFIC-CLI

           REWRITE REG-CLI
           MOVE "ARQCLII"            TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS, REG-CLI

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO ANONIMIZAR O CLIENTE " WS-ID-TRABALHO
           PERFORM P021-ANONIMIZA-PRONTUARIOS THRU P021-FIM

           ADD 1                      TO WS-TOTAL-ANON
           ADD WS-QTD-PRONT-ANON      TO WS-TOTAL-PRONT

           MOVE WS-ID-TRABALHO        TO LOG-ID-CLI-LGPD
           ACCEPT LOG-DATA-LGPD FROM DATE
                  IF ID-CLI-PRONT NOT EQUAL WS-ID-TRABALHO
                     SET WS-EOF-PRO-OK TO TRUE
                  ELSE
                     IF MODO-PREVIA
                        ADD 1         TO WS-QTD-PRONT-ANON
                     ELSE
                        MOVE "ANONIMIZADO LGPD" TO DIAGNOSTICO-PRONT
                                                    NOTAS-PRONT
                                                    RETORNO-PRONT
                        REWRITE REG-PRONT
                        IF WS-FS-PRO-OK
                           ADD 1      TO WS-QTD-PRONT-ANON
                        END-IF
                     END-IF
                  END-IF
           END-READ
           .
       P022-FIM.
      *----------------------------------------------------------------
      *   PREVIA: LISTA O CLIENTE COMO FICARIA, CONTANDO OS PRONTUARIOS
      *   LIGADOS, SEM REGRAVAR NADA
      *----------------------------------------------------------------
       P025-LISTA-PREVIA.

           MOVE NM-CLI                TO WS-DET-NOME
           MOVE ZEROS                 TO WS-QTD-PRONT-ANON
           PERFORM P021-ANONIMIZA-PRONTUARIOS THRU P021-FIM

           ADD 1                      TO WS-TOTAL-ANON
           ADD WS-QTD-PRONT-ANON      TO WS-TOTAL-PRONT

           MOVE WS-ID-TRABALHO        TO WS-DET-ID
           MOVE "ANONIMIZADO LGPD"    TO WS-DET-NOVO
           MOVE WS-QTD-PRONT-ANON     TO WS-DET-PRONT

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
       P025-FIM.
      *----------------------------------------------------------------
      *   FECHA A PREVIA COM OS TOTAIS, GUARDA NO SPOOL E CARIMBA A
      *   GERACAO NA SOLICITACAO PENDENTE DO EXPURGO
      *----------------------------------------------------------------
       P030-REGISTRA-PREVIA.

           MOVE WS-TOTAL-ANON         TO WS-ROD-CLI
           MOVE WS-TOTAL-PRONT        TO WS-ROD-PRONT

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE             TO REL-LINHA
           WRITE REL-LINHA

           CLOSE RELLGPD02

           DISPLAY "PREVIA GERADA, NADA FOI GRAVADO. CLIENTES: "
                   WS-TOTAL-ANON " PRONTUARIOS: " WS-TOTAL-PRONT

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELLGPD02,
                                 WS-SPOOL-PARMS

           MOVE "LGPD02"              TO WS-APR-JOB
           MOVE WS-TOTAL-ANON         TO WS-PRV-QTD
           MOVE WS-TOTAL-PRONT        TO WS-PRV-VLR
           CALL "PGMAPRPRV" USING WS-APR-JOB, WS-SPOOL-NOME,
                                  WS-PRV-QTD, WS-PRV-VLR,
                                  WS-PRV-ID-APROV, WS-PRV-ID-SPOOL

           IF WS-PRV-ID-APROV EQUAL ZEROS
              DISPLAY "NENHUMA SOLICITACAO PENDENTE DE LGPD02: "
                      "REGISTRE NO PGMAPR01 E RODE A PREVIA DE NOVO."
           ELSE
              DISPLAY "PREVIA (SPOOL " WS-PRV-ID-SPOOL
                      ") LIGADA A SOLICITACAO " WS-PRV-ID-APROV "."
           END-IF
           .
       P030-FIM.
      *----------------------------------------------------------------
      *   A EXECUCAO REAL COMPARA OS SEUS TOTAIS COM OS DA PREVIA
      *   APROVADA (CLIENTES E PRONTUARIOS)
      *----------------------------------------------------------------
       P040-CONFERE-PREVIA.

           MOVE WS-TOTAL-ANON         TO WS-PRV-QTD
           MOVE WS-TOTAL-PRONT        TO WS-PRV-VLR

           IF WS-PRV-QTD NOT EQUAL WS-APR-QTD-PREV
              OR WS-PRV-VLR NOT EQUAL WS-APR-VLR-PREV
              DISPLAY "ATENCAO: TOTAIS DIFEREM DA PREVIA APROVADA "
                      "(SPOOL " WS-APR-SPOOL-PREV ")."
              DISPLAY "PREVIA: " WS-APR-QTD-PREV " CLIENTES / "
                      WS-APR-VLR-PREV " PRONTUARIOS  REAL: "
                      WS-TOTAL-ANON " CLIENTES / " WS-TOTAL-PRONT
                      " PRONTUARIOS"
           END-IF
           .
       P040-FIM.
       END PROGRAM PGMLGPD02.
