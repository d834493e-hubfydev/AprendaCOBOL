      *             FATURAS PELA CHAVE ALTERNATIVA DE DATA (VEJA
      *             PGMFATMIG), PARANDO NA PRIMEIRA COMPETENCIA
      *             POSTERIOR.
      * Manutencao: 15 OUT 2026 - A FATURA ENTRA NO LOTE DO CONVENIO
      *             DA COBERTURA ESCOLHIDA PARA O ATENDIMENTO
      *             (ID-CONV-AGE DO AGENDAMENTO DA FATURA, VEJA
      *             PGMCOB01/PGMAGE01), E NAO MAIS NO CONVENIO-CLI DO
      *             CADASTRO; FATURA SEM AGENDAMENTO ENCONTRADO CAI NO
      *             CONVENIO DO CADASTRO.
      * Manutencao: 15 OUT 2026 - CONVENIO CONFIGURADO PARA O XML TISS
      *             (FORMATO-REM-CONV = T, VEJA PGMCONV02) RECEBE O
      *             LOTE COMO MENSAGEM TISS DA ANS (TISSNNNN.XML) COM
      *             UMA GUIA POR FATURA - GUIA DE CONSULTA OU SP-SADT -
      *             LEVANDO A CARTEIRINHA DA COBERTURA, O PROFISSIONAL
      *             EXECUTANTE COM CONSELHO, UF E CBO, OS CODIGOS TUSS,
      *             QUANTIDADES, VALORES E O NUMERO DA AUTORIZACAO
      *             PREVIA. ANTES DO ENVIO AS GUIAS SAO CONFERIDAS: A
      *             QUE TEM CAMPO OBRIGATORIO DO TISS FALTANDO FICA
      *             FORA DO LOTE E E LISTADA NO RELATORIO DE
      *             PENDENCIAS VALTISSAAAAMM.TXT PARA CORRECAO.
      * Manutencao: 15 OUT 2026 - O LOTE GUARDA O PRAZO CONTRATUAL DE
      *             PAGAMENTO DO CONVENIO (PRAZO-PAG-CONV); O PROTOCOLO
      *             DE ENTREGA E REGISTRADO DEPOIS NO PGMLOTPRT.
      * Manutencao: 15 OUT 2026 - O LOTE NASCE SEM DATA DE RETORNO E
      *             MARCADO COMO REMESSA NORMAL (TIPO-LOTE).
      * Manutencao: 15 OUT 2026 - A EXECUCAO FICA REGISTRADA NO CONTROLE
      *             DE EXECUCOES (PGMRUNLOG) E O RELATORIO VAI PARA O
      *             SPOOL (PGMSPOOL). CHAMADO PELO FECHAMENTO MENSAL
      *             (PGMMESFEC), RECEBE A COMPETENCIA PELO PARAMETRO
      *             COMPETFECHAM (PGMPARAM) EM VEZ DE PERGUNTAR.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLOTGER.
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           RECORD KEY   IS CHAVE-FATIT
           FILE STATUS  IS WS-FS-FTI.

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRF.

           SELECT CREDENCIAIS ASSIGN TO
           WS-PATH-ARQCREDPR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-CREDPR
           FILE STATUS  IS WS-FS-CRD.

           SELECT COBERT ASSIGN TO
           WS-PATH-ARQCOBERT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-COB
           FILE STATUS  IS WS-FS-COB.

           SELECT VALIDA ASSIGN TO
           WS-PATH-VALTISS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-VAL.

           SELECT REMESSA ASSIGN TO
           WS-PATH-REMESSA
           ORGANIZATION IS SEQUENTIAL
       FD CLIENTES.
           COPY CPYCLI.

       FD AGENDA.
           COPY CPYAGE.

       FD PROCEDS.
           COPY CPYPROC.

       FD FATITENS.
           COPY CPYFATIT.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD CREDENCIAIS.
           COPY CPYCREDPR.

       FD COBERT.
           COPY CPYCOBERT.

       FD VALIDA
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 VAL-LINHA               PIC X(132).

       FD REMESSA
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRC-NAO-ENCONTRADO
                          WS-FS-EOF BY WS-FS-REM-EOF
                          WS-FS-OK BY WS-FS-REM-OK
                          WS-FS BY WS-FS-REM.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRF-EOF
                          WS-FS-OK BY WS-FS-PRF-OK
                          WS-FS BY WS-FS-PRF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CRD-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CRD-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CRD-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CRD-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CRD-EOF
                          WS-FS-OK BY WS-FS-CRD-OK
                          WS-FS BY WS-FS-CRD.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-COB-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-COB-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-COB-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-COB-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-COB-EOF
                          WS-FS-OK BY WS-FS-COB-OK
                          WS-FS BY WS-FS-COB.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-VAL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-VAL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-VAL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-VAL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-VAL-EOF
                          WS-FS-OK BY WS-FS-VAL-OK
                          WS-FS BY WS-FS-VAL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
          88 AUTPRV-DISPONIVEL    VALUE 'S'.
       77 WS-AUT-FAT-OK           PIC X(01)  VALUE 'S'.
          88 FATURA-AUTORIZADA    VALUE 'S'.
       77 WS-AGE-DISP             PIC X(01)  VALUE 'N'.
          88 AGENDA-DISPONIVEL    VALUE 'S'.
       77 WS-CONV-FAT             PIC 9(04)  VALUE ZEROS.
       77 WS-PRF-DISP             PIC X(01)  VALUE 'N'.
          88 PROFISSIONAIS-DISPONIVEIS VALUE 'S'.
       77 WS-CRD-DISP             PIC X(01)  VALUE 'N'.
          88 CREDENCIAIS-DISPONIVEIS VALUE 'S'.
       77 WS-COB-DISP             PIC X(01)  VALUE 'N'.
          88 COBERTURAS-DISPONIVEIS VALUE 'S'.
       77 WS-VAL-ABERTO           PIC X(01)  VALUE 'N'.
          88 VALIDACAO-ABERTA     VALUE 'S'.
       77 WS-CONV-PRONTO          PIC X(01)  VALUE 'S'.
          88 CONVENIO-PRONTO      VALUE 'S'.
       77 WS-GUIA-OK              PIC X(01)  VALUE 'S'.
          88 GUIA-TISS-COMPLETA   VALUE 'S'.
       77 WS-EXIGE-AUT            PIC X(01)  VALUE 'N'.
          88 FATURA-EXIGE-AUT     VALUE 'S'.
       77 WS-EOF-CRD              PIC 9      VALUE 0.
          88 WS-EOF-CRD-OK        VALUE 1 FALSE 0.
       77 WS-QTD-PENDENTES        PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-PENDENTES      PIC 9(06)  VALUE ZEROS.
       77 WS-IND-TAB              PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-ZEROS            PIC 9(02)  VALUE ZEROS.
       77 WS-HORA-AGORA           PIC 9(08)  VALUE ZEROS.
       77 WS-VERSAO-TISS          PIC X(08)  VALUE "4.01.00".
       77 WS-CNES-CLINICA         PIC X(07)  VALUE "9999999".
       77 WS-XML-RECUO            PIC 9(02)  VALUE 2.
       77 WS-XML-TAG              PIC X(40)  VALUE SPACES.
       77 WS-XML-GRUPO            PIC X(40)  VALUE SPACES.
       77 WS-XML-VALOR            PIC X(60)  VALUE SPACES.
       77 WS-XML-LINHA            PIC X(132) VALUE SPACES.
       77 WS-BRANCOS              PIC X(20)  VALUE SPACES.

      *   DADOS DA GUIA TISS DA FATURA CORRENTE, REUNIDOS NA
      *   CONFERENCIA (P080) E USADOS NA GRAVACAO DO XML
       01 WS-DADOS-GUIA.
          03 WS-TIS-DATA-ATD      PIC 9(08).
          03 WS-TIS-ID-PROF       PIC 9(04).
          03 WS-TIS-CARTEIRA      PIC X(20).
          03 WS-TIS-NM-PROF       PIC X(20).
          03 WS-TIS-CONSELHO      PIC X(02).
          03 WS-TIS-NUM-CONS      PIC X(15).
          03 WS-TIS-UF            PIC X(02).
          03 WS-TIS-CBO           PIC X(06).
          03 WS-TIS-PROC          PIC 9(04).
          03 WS-TIS-VLR           PIC 9(06)V99.
          03 WS-TIS-TIPO-ATD      PIC X(02).
       01 WS-TIS-NUM-AUT          PIC X(15) VALUE SPACES.
       01 WS-TIS-DATA-AUT         PIC 9(08) VALUE ZEROS.
       01 WS-TIS-GUIA-CONS        PIC X(01) VALUE 'N'.
          88 GUIA-DE-CONSULTA     VALUE 'S'.

       01 WS-VLR-XML              PIC 9(08)V99 VALUE ZEROS.
       01 REDEFINES WS-VLR-XML.
          03 WS-VLR-XML-INT       PIC 9(08).
          03 WS-VLR-XML-DEC       PIC 9(02).

       01 WS-DATA-XML             PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-DATA-XML.
          03 WS-DATA-XML-ANO      PIC 9(04).
          03 WS-DATA-XML-MES      PIC 9(02).
          03 WS-DATA-XML-DIA      PIC 9(02).

      *   CONSELHOS PROFISSIONAIS (TIPO-CRD) E O CODIGO DA TABELA TISS
       01 WS-TAB-CONSELHOS-VAL.
          03 FILLER               PIC X(07)  VALUE "CRAS 01".
          03 FILLER               PIC X(07)  VALUE "COREN02".
          03 FILLER               PIC X(07)  VALUE "CRF  03".
          03 FILLER               PIC X(07)  VALUE "CRFA 04".
          03 FILLER               PIC X(07)  VALUE "CREFI05".
          03 FILLER               PIC X(07)  VALUE "CRM  06".
          03 FILLER               PIC X(07)  VALUE "CRN  07".
          03 FILLER               PIC X(07)  VALUE "CRO  08".
          03 FILLER               PIC X(07)  VALUE "CRP  09".
       01 REDEFINES WS-TAB-CONSELHOS-VAL.
          03 WS-TAB-CONSELHO      OCCURS 9 TIMES.
             05 WS-TAB-CONS-SIGLA PIC X(05).
             05 WS-TAB-CONS-COD   PIC X(02).

      *   UNIDADES DA FEDERACAO E O CODIGO IBGE EXIGIDO PELO TISS
       01 WS-TAB-UF-VAL.
          03 FILLER               PIC X(36)
             VALUE "RO11AC12AM13RR14PA15AP16TO17MA21PI22".
          03 FILLER               PIC X(36)
             VALUE "CE23RN24PB25PE26AL27SE28BA29MG31ES32".
          03 FILLER               PIC X(36)
             VALUE "RJ33SP35PR41SC42RS43MS50MT51GO52DF53".
       01 REDEFINES WS-TAB-UF-VAL.
          03 WS-TAB-UF            OCCURS 27 TIMES.
             05 WS-TAB-UF-SIGLA   PIC X(02).
             05 WS-TAB-UF-COD     PIC X(02).

       01 WS-DATA-FAT-TAB          PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-DATA-FAT-TAB.
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-DET-TUSS          PIC X(10).

       01 WS-LINHA-VALIDA.
          03 WS-VAL-CONV          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-VAL-FATURA        PIC 9(04).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-VAL-NOME          PIC X(20).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-VAL-DESC          PIC X(60).

       01 WS-LINHA-TRAILER.
          03 FILLER               PIC X(02)  VALUE "T;".
          03 WS-TRL-QTD           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-TRL-VLR           PIC 9(08),99.

       77 WS-COMP-FECH        PIC 9(06) VALUE ZEROS.
       77 WS-PAR-CHAVE        PIC X(12) VALUE "COMPETFECHAM".
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE SPACES.
       77 WS-PAR-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "LOTES".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.
       77 WS-SPOOL-NOME            PIC X(10) VALUE "VALTISS".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMLOTGER".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P005-ACEITA-COMPETENCIA
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-CONVENIO
           DISPLAY "LOTES DE REMESSA GERADOS..: " WS-TOTAL-LOTES
           DISPLAY "FATURAS ENVIADAS A PLANOS.: " WS-TOTAL-FATURAS

           IF WS-TOTAL-PENDENTES GREATER ZEROS
              DISPLAY "PENDENCIAS TISS LISTADAS..: " WS-TOTAL-PENDENTES
                      " (VEJA " WS-PATH-VALTISS ")"
           END-IF

           MOVE WS-COMPETENCIA        TO WS-SPOOL-PARMS

           IF VALIDACAO-ABERTA
              CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-VALTISS,
                                    WS-SPOOL-PARMS
           END-IF

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-LOTES TO WS-RUN-GRAVADOS
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           GOBACK
           .
      *----------------------------------------------------------------
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
              MOVE WS-PATH-ENV TO WS-PATH-ARQLOTE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCREDPR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCREDPR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCOBERT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCOBERT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "REMESSA_DIR"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-REMDIR
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           MOVE ZEROS                TO WS-COMP-FECH
           ACCEPT WS-PAR-HOJE FROM DATE YYYYMMDD
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-DATA EQUAL WS-PAR-HOJE
              MOVE WS-PAR-NUM        TO WS-COMP-FECH
           END-IF
           IF WS-COMP-FECH GREATER ZEROS
              MOVE WS-COMP-FECH       TO WS-COMPETENCIA
           ELSE
              DISPLAY "INFORME A COMPETENCIA A FATURAR (AAAAMM): "
              ACCEPT WS-COMPETENCIA
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
              SET FATITENS-DISPONIVEIS TO TRUE
           END-IF

           OPEN INPUT AGENDA

           IF WS-FS-AGE-OK
              SET AGENDA-DISPONIVEL   TO TRUE
           END-IF

           OPEN INPUT TUSS

           IF WS-FS-TUS EQUAL 35
              SET AUTPRV-DISPONIVEL   TO TRUE
           END-IF

      *   CADASTROS DA GUIA TISS: SEM ELES A GUIA FICA PENDENTE
           OPEN INPUT PROFISSIONAIS

           IF WS-FS-PRF-OK
              SET PROFISSIONAIS-DISPONIVEIS TO TRUE
           END-IF

           OPEN INPUT CREDENCIAIS

           IF WS-FS-CRD-OK
              SET CREDENCIAIS-DISPONIVEIS TO TRUE
           END-IF

           OPEN INPUT COBERT

           IF WS-FS-COB-OK
              SET COBERTURAS-DISPONIVEIS TO TRUE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           .
      *----------------------------------------------------------------
       P020-LER-CONVENIO.
      *----------------------------------------------------------------
       P030-PROCESSA-CONVENIO.
      *----------------------------------------------------------------
           MOVE 'S'                   TO WS-CONV-PRONTO

           IF CONV-ATIVO AND REM-TISS
              PERFORM P039-CONFERE-CONVENIO-TISS
           END-IF

           IF CONV-ATIVO AND CONVENIO-PRONTO
              PERFORM P034-VALIDA-MAPAS-TUSS
              MOVE ZEROS              TO WS-QTD-PENDENTES

              MOVE ZEROS              TO WS-QTD-LOTE
                                          WS-VLR-LOTE
              SET FASE-CONTAGEM       TO TRUE
              PERFORM P031-VARRE-FATURAS

              IF WS-QTD-PENDENTES GREATER ZEROS
                 DISPLAY "CONVENIO " ID-CONV ": " WS-QTD-PENDENTES
                         " GUIAS COM PENDENCIA TISS FORA DO LOTE."
              END-IF

              IF WS-QTD-LOTE GREATER ZEROS
                 PERFORM P040-GERA-LOTE
              END-IF
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM P038-CONVENIO-FATURA
                     IF WS-CONV-FAT EQUAL ID-CONV
                        PERFORM P037-CONFERE-AUTORIZACAO THRU P037-FIM
                        IF FATURA-AUTORIZADA
                           PERFORM P080-VALIDA-GUIA THRU P080-FIM
                           IF GUIA-TISS-COMPLETA
                              IF FASE-CONTAGEM
                                 ADD 1 TO WS-QTD-LOTE
                                 ADD VLR-FAT TO WS-VLR-LOTE
                              ELSE
                                 PERFORM P050-GRAVA-DETALHE
                              END-IF
                           END-IF
                        ELSE
                           IF FASE-CONTAGEM
           END-IF
           .
      *----------------------------------------------------------------
      *   O CONVENIO DA FATURA E O DA COBERTURA GRAVADA NO AGENDAMENTO;
      *   SEM O AGENDAMENTO, VALE O CONVENIO DO CADASTRO DO CLIENTE
      *----------------------------------------------------------------
       P038-CONVENIO-FATURA.

           MOVE CONVENIO-CLI          TO WS-CONV-FAT

           IF AGENDA-DISPONIVEL AND ID-AGE-FAT NOT EQUAL ZEROS
              MOVE ID-AGE-FAT         TO ID-AGE
              READ AGENDA
                  NOT INVALID KEY
                     MOVE ID-CONV-AGE TO WS-CONV-FAT
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
      *   FATURA SO ENTRA NO LOTE SE O PROCEDIMENTO NAO EXIGE
      *   AUTORIZACAO OU SE HA AUTORIZACAO CONCEDIDA E VALIDA PARA O
      *   CLIENTE (ARQAUTPRV)
       P037-CONFERE-AUTORIZACAO.

           MOVE 'S'                   TO WS-AUT-FAT-OK
           MOVE 'N'                   TO WS-EXIGE-AUT
           MOVE SPACES                TO WS-TIS-NUM-AUT
           MOVE ZEROS                 TO WS-TIS-DATA-AUT

           IF NOT AUTPRV-DISPONIVEL
              GO TO P037-FIM
              GO TO P037-FIM
           END-IF

           SET FATURA-EXIGE-AUT       TO TRUE
           MOVE ID-CLI-FAT            TO ID-CLI-AUT
           MOVE ID-CONV               TO ID-CONV-AUT
           MOVE ID-PROC-FAT           TO ID-PROC-AUT
                     OR DATA-VALID-AUT LESS WS-DATA-HOJE
                     MOVE 'N'         TO WS-AUT-FAT-OK
                  END-IF
                  MOVE NUM-AUT        TO WS-TIS-NUM-AUT
                  MOVE DATA-SOLIC-AUT TO WS-TIS-DATA-AUT
           END-READ
           .
       P037-FIM.
           CALL "PGMPROXLT" USING ID-LOTE

           MOVE SPACES                TO WS-REMESSA-NOME
           IF REM-TISS
              STRING "TISS" ID-LOTE ".XML"
                     DELIMITED BY SIZE
                     INTO WS-REMESSA-NOME
           ELSE
              STRING "REMESSA" ID-LOTE ".TXT"
                     DELIMITED BY SIZE
                     INTO WS-REMESSA-NOME
           END-IF
           MOVE SPACES                TO WS-PATH-REMESSA
           STRING WS-PATH-REMDIR DELIMITED BY SPACE
                  WS-REMESSA-NOME DELIMITED BY SPACE
              GOBACK
           END-IF

           IF REM-TISS
              PERFORM P090-XML-CABECALHO
           ELSE
              MOVE ID-LOTE            TO WS-HDR-LOTE
              MOVE ID-CONV            TO WS-HDR-CONV
              MOVE NM-CONV            TO WS-HDR-NM-CONV
              MOVE WS-COMPETENCIA     TO WS-HDR-COMP
              MOVE WS-DATA-HOJE       TO WS-HDR-DATA

              MOVE SPACES             TO REM-LINHA
              MOVE WS-LINHA-HEADER    TO REM-LINHA
              WRITE REM-LINHA
           END-IF

           MOVE ZEROS                 TO WS-QTD-LOTE
                                          WS-VLR-LOTE
           SET FASE-GRAVACAO          TO TRUE
           PERFORM P031-VARRE-FATURAS

           IF REM-TISS
              PERFORM P089-XML-EPILOGO
           ELSE
              MOVE WS-QTD-LOTE        TO WS-TRL-QTD
              MOVE WS-VLR-LOTE        TO WS-TRL-VLR

              MOVE SPACES             TO REM-LINHA
              MOVE WS-LINHA-TRAILER   TO REM-LINHA
              WRITE REM-LINHA
           END-IF

           CLOSE REMESSA


           PERFORM P055-CONFERE-ITENS THRU P055-FIM

           IF REM-TISS
              PERFORM P091-XML-GUIA
           ELSE
              IF FATURA-ITEMIZADA
                 PERFORM P056-GRAVA-LINHAS-ITENS
              ELSE
                 MOVE VLR-FAT         TO WS-DET-VLR

                 MOVE ID-PROC-FAT     TO ID-PROC
                 READ PROCEDS KEY IS ID-PROC
                     INVALID KEY
                        MOVE "*PROCEDIMENTO NAO ENCONTRADO*"
                                      TO WS-DET-PROC
                     NOT INVALID KEY
                        MOVE NM-PROC  TO WS-DET-PROC
                 END-READ

                 MOVE ID-PROC-FAT     TO ID-PROC-TUSS
                 PERFORM P036-BUSCA-TUSS

                 MOVE SPACES          TO REM-LINHA
                 MOVE WS-LINHA-DETALHE TO REM-LINHA
                 WRITE REM-LINHA
              END-IF
           END-IF

           MOVE ID-LOTE               TO ID-LOTE-FAT
           REWRITE REG-FATURA
           MOVE "ARQFATURA"          TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-FAT, REG-FATURA

           IF NOT WS-FS-FAT-OK
              DISPLAY "ERRO AO MARCAR A FATURA COM O LOTE: " WS-FS-FAT
           MOVE WS-QTD-LOTE           TO QTD-FAT-LOTE
           MOVE WS-VLR-LOTE           TO VLR-TOTAL-LOTE
           SET LOTE-ENVIADO           TO TRUE
           MOVE ZEROS                 TO VLR-PAGO-LOTE
                                          VLR-GLOSA-LOTE
                                          DATA-PROT-LOTE
           MOVE PRAZO-PAG-CONV        TO PRAZO-PAG-LOTE
           MOVE SPACES                TO NUM-PROT-LOTE
           MOVE ZEROS                 TO DATA-RET-LOTE
           SET LOTE-NORMAL            TO TRUE

           WRITE REG-LOTE
               INVALID KEY
           CLOSE LOTES
           CLOSE TUSS

           IF AGENDA-DISPONIVEL
              CLOSE AGENDA
           END-IF

           IF AUTPRV-DISPONIVEL
              CLOSE PRCONV
              CLOSE AUTPRV
           IF FATITENS-DISPONIVEIS
              CLOSE FATITENS
           END-IF

           IF PROFISSIONAIS-DISPONIVEIS
              CLOSE PROFISSIONAIS
           END-IF

           IF CREDENCIAIS-DISPONIVEIS
              CLOSE CREDENCIAIS
           END-IF

           IF COBERTURAS-DISPONIVEIS
              CLOSE COBERT
           END-IF

           IF VALIDACAO-ABERTA
              CLOSE VALIDA
           END-IF
           .
      *----------------------------------------------------------------
      *   CONVENIO NO FORMATO TISS PRECISA DO REGISTRO ANS DA OPERADORA
      *   E DO CODIGO DA CLINICA NA OPERADORA (PGMCONV02); SEM ELES O
      *   CONVENIO NAO GERA LOTE E FICA LISTADO NAS PENDENCIAS
      *----------------------------------------------------------------
       P039-CONFERE-CONVENIO-TISS.

           IF REG-ANS-CONV EQUAL ZEROS
              OR COD-PREST-CONV EQUAL SPACES
              MOVE 'N'                TO WS-CONV-PRONTO
              MOVE ID-CONV            TO WS-VAL-CONV
              MOVE ZEROS              TO WS-VAL-FATURA
              MOVE NM-CONV            TO WS-VAL-NOME
              MOVE "REGISTRO ANS OU CODIGO DO PRESTADOR NAO CADASTRADO"
                                      TO WS-VAL-DESC
              PERFORM P088-GRAVA-PENDENCIA THRU P088-FIM
              DISPLAY "CONVENIO " ID-CONV " SEM REGISTRO ANS OU CODIGO"
                      " DO PRESTADOR - LOTE TISS NAO GERADO."
           END-IF
           .
      *----------------------------------------------------------------
      *   CONFERE SE A FATURA TEM TUDO O QUE A GUIA TISS EXIGE E REUNE
      *   OS DADOS DA GUIA: CARTEIRINHA DA COBERTURA DO AGENDAMENTO,
      *   PROFISSIONAL EXECUTANTE COM CONSELHO, UF E CBO, CODIGO TUSS
      *   DE CADA PROCEDIMENTO E NUMERO DA AUTORIZACAO PREVIA QUANDO O
      *   PROCEDIMENTO EXIGE. CADA FALTA VIRA UMA LINHA NO RELATORIO
      *   DE PENDENCIAS E A GUIA FICA FORA DO LOTE
      *----------------------------------------------------------------
       P080-VALIDA-GUIA.

           MOVE 'S'                   TO WS-GUIA-OK

           IF NOT REM-TISS
              GO TO P080-FIM
           END-IF

           INITIALIZE WS-DADOS-GUIA
           MOVE DATA-FAT              TO WS-TIS-DATA-ATD

           IF AGENDA-DISPONIVEL AND ID-AGE-FAT NOT EQUAL ZEROS
              MOVE ID-AGE-FAT         TO ID-AGE
              READ AGENDA
                  NOT INVALID KEY
                     MOVE DATA-AGE    TO WS-TIS-DATA-ATD
                     PERFORM P081-CARTEIRA-E-PROFISSIONAL
                        THRU P081-FIM
              END-READ
           END-IF

           IF WS-TIS-CARTEIRA EQUAL SPACES
              MOVE "CARTEIRINHA DO BENEFICIARIO NAO CADASTRADA"
                                      TO WS-VAL-DESC
              PERFORM P086-REGISTRA-PENDENCIA
           END-IF

           IF WS-TIS-NM-PROF EQUAL SPACES
              MOVE "PROFISSIONAL EXECUTANTE NAO IDENTIFICADO"
                                      TO WS-VAL-DESC
              PERFORM P086-REGISTRA-PENDENCIA
           ELSE
              PERFORM P082-BUSCA-CREDENCIAL THRU P082-FIM
              IF WS-TIS-NUM-CONS EQUAL SPACES
                 MOVE "REGISTRO NO CONSELHO NAO CADASTRADO"
                                      TO WS-VAL-DESC
                 PERFORM P086-REGISTRA-PENDENCIA
              ELSE
                 IF WS-TIS-UF EQUAL SPACES
                    MOVE "UF DO CONSELHO NAO INFORMADA OU INVALIDA"
                                      TO WS-VAL-DESC
                    PERFORM P086-REGISTRA-PENDENCIA
                 END-IF
              END-IF
              IF WS-TIS-CBO EQUAL SPACES
                 MOVE "CBO DO PROFISSIONAL NAO INFORMADO"
                                      TO WS-VAL-DESC
                 PERFORM P086-REGISTRA-PENDENCIA
              END-IF
           END-IF

           IF FATURA-EXIGE-AUT AND WS-TIS-NUM-AUT EQUAL SPACES
              MOVE "NUMERO DA AUTORIZACAO PREVIA NAO INFORMADO"
                                      TO WS-VAL-DESC
              PERFORM P086-REGISTRA-PENDENCIA
           END-IF

           PERFORM P055-CONFERE-ITENS THRU P055-FIM

           IF FATURA-ITEMIZADA
              PERFORM P083-CONFERE-TUSS-ITEM
                  VARYING WS-SEQ-ITEM FROM 1 BY 1
                  UNTIL WS-SEQ-ITEM GREATER 11
           ELSE
              MOVE ID-PROC-FAT        TO WS-TIS-PROC
              PERFORM P084-CONFERE-TUSS
           END-IF

           IF NOT GUIA-TISS-COMPLETA AND FASE-CONTAGEM
              ADD 1                   TO WS-QTD-PENDENTES
           END-IF
           .
       P080-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   CARTEIRINHA DA COBERTURA ESCOLHIDA NO AGENDAMENTO E NOME E
      *   CBO DO PROFISSIONAL QUE ATENDEU (PELO CODIGO OU, EM AGENDA
      *   ANTIGA SEM O CODIGO, PELO NOME)
      *----------------------------------------------------------------
       P081-CARTEIRA-E-PROFISSIONAL.

           IF COBERTURAS-DISPONIVEIS AND SEQ-COB-AGE NOT EQUAL ZEROS
              MOVE ID-CLI-FAT         TO ID-CLI-COB
              MOVE SEQ-COB-AGE        TO SEQ-COB
              READ COBERT
                  NOT INVALID KEY
                     MOVE CARTEIRA-COB TO WS-TIS-CARTEIRA
              END-READ
           END-IF

           IF NOT PROFISSIONAIS-DISPONIVEIS
              GO TO P081-FIM
           END-IF

           IF ID-PROF-AGE NOT EQUAL ZEROS
              MOVE ID-PROF-AGE        TO ID-PROF
              READ PROFISSIONAIS KEY IS ID-PROF
                  NOT INVALID KEY
                     MOVE ID-PROF     TO WS-TIS-ID-PROF
                     MOVE NM-PROF     TO WS-TIS-NM-PROF
                     MOVE CBO-PROF    TO WS-TIS-CBO
              END-READ
           ELSE
              IF PROFISSIONAL-AGE NOT EQUAL SPACES
                 MOVE PROFISSIONAL-AGE TO NM-PROF
                 READ PROFISSIONAIS KEY IS NM-PROF
                     NOT INVALID KEY
                        MOVE ID-PROF  TO WS-TIS-ID-PROF
                        MOVE NM-PROF  TO WS-TIS-NM-PROF
                        MOVE CBO-PROF TO WS-TIS-CBO
                 END-READ
              END-IF
           END-IF
           .
       P081-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   PRIMEIRA CREDENCIAL DO PROFISSIONAL COM NUMERO PREENCHIDO
      *   (PGMCRD01): SIGLA DO CONSELHO CONVERTIDA PARA O CODIGO DA
      *   TABELA TISS E UF CONVERTIDA PARA O CODIGO IBGE
      *----------------------------------------------------------------
       P082-BUSCA-CREDENCIAL.

           IF NOT CREDENCIAIS-DISPONIVEIS
              GO TO P082-FIM
           END-IF

           SET WS-EOF-CRD-OK          TO FALSE
           MOVE WS-TIS-ID-PROF        TO ID-PROF-CRD
           MOVE ZEROS                 TO SEQ-CRD

           START CREDENCIAIS KEY IS NOT LESS THAN CHAVE-CREDPR
               INVALID KEY
                  SET WS-EOF-CRD-OK   TO TRUE
           END-START

           PERFORM P085-LE-CREDENCIAL
               UNTIL WS-EOF-CRD-OK OR WS-TIS-NUM-CONS NOT EQUAL SPACES

           IF WS-TIS-NUM-CONS EQUAL SPACES
              GO TO P082-FIM
           END-IF

           PERFORM P087-CODIGO-CONSELHO
               VARYING WS-IND-TAB FROM 1 BY 1
               UNTIL WS-IND-TAB GREATER 9
                  OR WS-TIS-CONSELHO NOT EQUAL SPACES

           IF WS-TIS-CONSELHO EQUAL SPACES
              MOVE "10"               TO WS-TIS-CONSELHO
           END-IF

           MOVE UF-CRD                TO WS-XML-VALOR
           MOVE SPACES                TO WS-TIS-UF

           PERFORM P079-CODIGO-UF
               VARYING WS-IND-TAB FROM 1 BY 1
               UNTIL WS-IND-TAB GREATER 27
                  OR WS-TIS-UF NOT EQUAL SPACES
           .
       P082-FIM.
           EXIT.
       P085-LE-CREDENCIAL.

           READ CREDENCIAIS NEXT RECORD
               AT END
                  SET WS-EOF-CRD-OK   TO TRUE
               NOT AT END
                  IF ID-PROF-CRD NOT EQUAL WS-TIS-ID-PROF
                     SET WS-EOF-CRD-OK TO TRUE
                  ELSE
                     MOVE NUM-CRD     TO WS-TIS-NUM-CONS
                  END-IF
           END-READ
           .
       P087-CODIGO-CONSELHO.

           IF WS-TAB-CONS-SIGLA(WS-IND-TAB) EQUAL TIPO-CRD
              MOVE WS-TAB-CONS-COD(WS-IND-TAB) TO WS-TIS-CONSELHO
           END-IF
           .
       P079-CODIGO-UF.

           IF WS-TAB-UF-SIGLA(WS-IND-TAB) EQUAL WS-XML-VALOR(1:2)
              MOVE WS-TAB-UF-COD(WS-IND-TAB) TO WS-TIS-UF
           END-IF
           .
      *----------------------------------------------------------------
      *   CADA ITEM DA FATURA PRECISA DE CODIGO TUSS NO CONVENIO
      *----------------------------------------------------------------
       P083-CONFERE-TUSS-ITEM.

           MOVE ID-FATURA             TO ID-FAT-IT
           MOVE WS-SEQ-ITEM           TO SEQ-FAT-IT

           READ FATITENS
               INVALID KEY
                  MOVE 99             TO WS-SEQ-ITEM
               NOT INVALID KEY
                  MOVE ID-PROC-FT     TO WS-TIS-PROC
                  PERFORM P084-CONFERE-TUSS
           END-READ
           .
       P084-CONFERE-TUSS.

           MOVE WS-TIS-PROC           TO ID-PROC-TUSS
           PERFORM P036-BUSCA-TUSS

           IF WS-DET-TUSS EQUAL SPACES
              MOVE SPACES             TO WS-VAL-DESC
              STRING "PROCEDIMENTO " WS-TIS-PROC
                     " SEM CODIGO TUSS PARA O CONVENIO"
                     DELIMITED BY SIZE
                     INTO WS-VAL-DESC
              PERFORM P086-REGISTRA-PENDENCIA
           END-IF
           .
      *----------------------------------------------------------------
      *   MARCA A GUIA COMO INCOMPLETA E, SO NA PASSADA DE CONTAGEM
      *   (PARA NAO REPETIR), GRAVA A PENDENCIA NO RELATORIO
      *----------------------------------------------------------------
       P086-REGISTRA-PENDENCIA.

           MOVE 'N'                   TO WS-GUIA-OK

           IF FASE-CONTAGEM
              MOVE ID-CONV            TO WS-VAL-CONV
              MOVE ID-FATURA          TO WS-VAL-FATURA
              MOVE NM-CLI             TO WS-VAL-NOME
              PERFORM P088-GRAVA-PENDENCIA THRU P088-FIM
           END-IF
           .
      *----------------------------------------------------------------
      *   O RELATORIO VALTISSAAAAMM.TXT SO E CRIADO NA PRIMEIRA
      *   PENDENCIA DA EXECUCAO, NO DIRETORIO DAS REMESSAS
      *----------------------------------------------------------------
       P088-GRAVA-PENDENCIA.

           IF NOT VALIDACAO-ABERTA
              MOVE SPACES             TO WS-PATH-VALTISS
              STRING WS-PATH-REMDIR DELIMITED BY SPACE
                     "VALTISS" WS-COMPETENCIA ".TXT"
                     DELIMITED BY SIZE
                     INTO WS-PATH-VALTISS
              OPEN OUTPUT VALIDA
              IF NOT WS-FS-VAL-OK
                 DISPLAY "ERRO AO CRIAR O RELATORIO DE PENDENCIAS: "
                         WS-FS-VAL
                 GO TO P088-FIM
              END-IF
              SET VALIDACAO-ABERTA    TO TRUE
              MOVE "CONVENIO;FATURA;PACIENTE/CONVENIO;PENDENCIA"
                                      TO VAL-LINHA
              WRITE VAL-LINHA
           END-IF

           MOVE SPACES                TO VAL-LINHA
           MOVE WS-LINHA-VALIDA       TO VAL-LINHA
           WRITE VAL-LINHA

           ADD 1                      TO WS-TOTAL-PENDENTES
           .
       P088-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   CABECALHO DA MENSAGEM TISS: TRANSACAO DE ENVIO DE LOTE DE
      *   GUIAS, PRESTADOR DE ORIGEM, OPERADORA DE DESTINO E VERSAO
      *----------------------------------------------------------------
       P090-XML-CABECALHO.

           MOVE '<?xml version="1.0" encoding="ISO-8859-1"?>'
                                      TO WS-XML-LINHA
           PERFORM P113-XML-GRAVA
           MOVE '<ans:mensagemTISS xmlns:ans="http://www.ans.gov.br/pad
      -         'roes/tiss/schemas">' TO WS-XML-LINHA
           PERFORM P113-XML-GRAVA

           MOVE 2                     TO WS-XML-RECUO
           MOVE "cabecalho"           TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 4                     TO WS-XML-RECUO
           MOVE "identificacaoTransacao" TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 6                     TO WS-XML-RECUO
           MOVE "tipoTransacao"       TO WS-XML-TAG
           MOVE "ENVIO_LOTE_GUIAS"    TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "sequencialTransacao" TO WS-XML-TAG
           MOVE ID-LOTE               TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "dataRegistroTransacao" TO WS-XML-TAG
           MOVE WS-DATA-HOJE          TO WS-DATA-XML
           PERFORM P115-XML-DATA
           PERFORM P110-XML-ELEMENTO
           MOVE "horaRegistroTransacao" TO WS-XML-TAG
           MOVE SPACES                TO WS-XML-VALOR
           STRING WS-HORA-AGORA(1:2) ":" WS-HORA-AGORA(3:2) ":"
                  WS-HORA-AGORA(5:2)
                  DELIMITED BY SIZE
                  INTO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 4                     TO WS-XML-RECUO
           MOVE "identificacaoTransacao" TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "origem"              TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 6                     TO WS-XML-RECUO
           MOVE "identificacaoPrestador" TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 8                     TO WS-XML-RECUO
           MOVE "codigoPrestadorNaOperadora" TO WS-XML-TAG
           MOVE COD-PREST-CONV        TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 6                     TO WS-XML-RECUO
           MOVE "identificacaoPrestador" TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           MOVE 4                     TO WS-XML-RECUO
           MOVE "origem"              TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "destino"             TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 6                     TO WS-XML-RECUO
           MOVE "registroANS"         TO WS-XML-TAG
           MOVE REG-ANS-CONV          TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 4                     TO WS-XML-RECUO
           MOVE "destino"             TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "Padrao"              TO WS-XML-TAG
           MOVE WS-VERSAO-TISS        TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 2                     TO WS-XML-RECUO
           MOVE "cabecalho"           TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "prestadorParaOperadora" TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 4                     TO WS-XML-RECUO
           MOVE "loteGuias"           TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 6                     TO WS-XML-RECUO
           MOVE "numeroLote"          TO WS-XML-TAG
           MOVE ID-LOTE               TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "guiasTISS"           TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           .
      *----------------------------------------------------------------
      *   FECHA O LOTE E GRAVA O EPILOGO DA MENSAGEM. O HASH FICA EM
      *   BRANCO E E CALCULADO PELA FERRAMENTA DE ENVIO DA OPERADORA
      *----------------------------------------------------------------
       P089-XML-EPILOGO.

           MOVE 6                     TO WS-XML-RECUO
           MOVE "guiasTISS"           TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           MOVE 4                     TO WS-XML-RECUO
           MOVE "loteGuias"           TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           MOVE 2                     TO WS-XML-RECUO
           MOVE "prestadorParaOperadora" TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "epilogo"             TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 4                     TO WS-XML-RECUO
           MOVE "hash"                TO WS-XML-TAG
           MOVE SPACES                TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 2                     TO WS-XML-RECUO
           MOVE "epilogo"             TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "</ans:mensagemTISS>" TO WS-XML-LINHA
           PERFORM P113-XML-GRAVA
           .
      *----------------------------------------------------------------
      *   UMA GUIA POR FATURA: CONSULTA QUANDO E UM SO PROCEDIMENTO DO
      *   GRUPO CONSULTA, SP-SADT NOS DEMAIS CASOS. O TIPO DE
      *   ATENDIMENTO DA SP-SADT VEM DO GRUPO DO PROCEDIMENTO
      *----------------------------------------------------------------
       P091-XML-GUIA.

           MOVE 'N'                   TO WS-TIS-GUIA-CONS
           MOVE "05"                  TO WS-TIS-TIPO-ATD

           MOVE ID-PROC-FAT           TO ID-PROC
           READ PROCEDS KEY IS ID-PROC
               INVALID KEY
                  MOVE SPACES         TO NM-PROC
                  MOVE ZERO           TO GRUPO-PROC
           END-READ

           EVALUATE TRUE
               WHEN GRUPO-CONSULTA
                  MOVE "04"           TO WS-TIS-TIPO-ATD
                  IF NOT FATURA-ITEMIZADA
                     SET GUIA-DE-CONSULTA TO TRUE
                  END-IF
               WHEN GRUPO-TERAPIA
                  MOVE "03"           TO WS-TIS-TIPO-ATD
               WHEN GRUPO-CIRURGIA
                  MOVE "02"           TO WS-TIS-TIPO-ATD
           END-EVALUATE

           IF GUIA-DE-CONSULTA
              PERFORM P092-XML-GUIA-CONSULTA
           ELSE
              PERFORM P093-XML-GUIA-SADT
           END-IF
           .
      *----------------------------------------------------------------
      *   GUIA DE CONSULTA
      *----------------------------------------------------------------
       P092-XML-GUIA-CONSULTA.

           MOVE 8                     TO WS-XML-RECUO
           MOVE "guiaConsulta"        TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 10                    TO WS-XML-RECUO
           MOVE "cabecalhoConsulta"   TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           PERFORM P094-XML-IDENT-GUIA
           MOVE 10                    TO WS-XML-RECUO
           MOVE "cabecalhoConsulta"   TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           IF WS-TIS-NUM-AUT NOT EQUAL SPACES
              MOVE "numeroGuiaOperadora" TO WS-XML-TAG
              MOVE WS-TIS-NUM-AUT     TO WS-XML-VALOR
              PERFORM P110-XML-ELEMENTO
           END-IF

           PERFORM P095-XML-BENEFICIARIO

           MOVE 10                    TO WS-XML-RECUO
           MOVE "contratadoExecutante" TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           PERFORM P096-XML-CONTRATADO
           MOVE 10                    TO WS-XML-RECUO
           MOVE "contratadoExecutante" TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "profissionalExecutante" TO WS-XML-GRUPO
           PERFORM P097-XML-PROFISSIONAL

           MOVE 10                    TO WS-XML-RECUO
           MOVE "indicacaoAcidente"   TO WS-XML-TAG
           MOVE "9"                   TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO

           MOVE "dadosAtendimento"    TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 12                    TO WS-XML-RECUO
           MOVE "dataAtendimento"     TO WS-XML-TAG
           MOVE WS-TIS-DATA-ATD       TO WS-DATA-XML
           PERFORM P115-XML-DATA
           PERFORM P110-XML-ELEMENTO
           MOVE "tipoConsulta"        TO WS-XML-TAG
           MOVE "1"                   TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "procedimento"        TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 14                    TO WS-XML-RECUO
           MOVE "codigoTabela"        TO WS-XML-TAG
           MOVE "22"                  TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE ID-PROC-FAT           TO ID-PROC-TUSS
           PERFORM P036-BUSCA-TUSS
           MOVE "codigoProcedimento"  TO WS-XML-TAG
           MOVE WS-DET-TUSS           TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "valorProcedimento"   TO WS-XML-TAG
           MOVE VLR-FAT               TO WS-VLR-XML
           PERFORM P114-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 12                    TO WS-XML-RECUO
           MOVE "procedimento"        TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           MOVE 10                    TO WS-XML-RECUO
           MOVE "dadosAtendimento"    TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE 8                     TO WS-XML-RECUO
           MOVE "guiaConsulta"        TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           .
      *----------------------------------------------------------------
      *   GUIA DE SP/SADT: UM PROCEDIMENTO EXECUTADO POR ITEM DA
      *   FATURA (OU O PROCEDIMENTO DA FATURA, QUANDO NAO ITEMIZADA)
      *----------------------------------------------------------------
       P093-XML-GUIA-SADT.

           MOVE 8                     TO WS-XML-RECUO
           MOVE "guiaSP-SADT"         TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 10                    TO WS-XML-RECUO
           MOVE "cabecalhoGuia"       TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           PERFORM P094-XML-IDENT-GUIA
           MOVE 10                    TO WS-XML-RECUO
           MOVE "cabecalhoGuia"       TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           IF WS-TIS-NUM-AUT NOT EQUAL SPACES
              MOVE "dadosAutorizacao" TO WS-XML-TAG
              PERFORM P111-XML-ABRE
              MOVE 12                 TO WS-XML-RECUO
              MOVE "numeroGuiaOperadora" TO WS-XML-TAG
              MOVE WS-TIS-NUM-AUT     TO WS-XML-VALOR
              PERFORM P110-XML-ELEMENTO
              MOVE "dataAutorizacao"  TO WS-XML-TAG
              MOVE WS-TIS-DATA-AUT    TO WS-DATA-XML
              PERFORM P115-XML-DATA
              PERFORM P110-XML-ELEMENTO
              MOVE "senha"            TO WS-XML-TAG
              MOVE WS-TIS-NUM-AUT     TO WS-XML-VALOR
              PERFORM P110-XML-ELEMENTO
              MOVE 10                 TO WS-XML-RECUO
              MOVE "dadosAutorizacao" TO WS-XML-TAG
              PERFORM P112-XML-FECHA
           END-IF

           PERFORM P095-XML-BENEFICIARIO

           MOVE 10                    TO WS-XML-RECUO
           MOVE "dadosSolicitante"    TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 12                    TO WS-XML-RECUO
           MOVE "contratadoSolicitante" TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 14                    TO WS-XML-RECUO
           MOVE "codigoPrestadorNaOperadora" TO WS-XML-TAG
           MOVE COD-PREST-CONV        TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 12                    TO WS-XML-RECUO
           MOVE "contratadoSolicitante" TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           MOVE "profissionalSolicitante" TO WS-XML-GRUPO
           PERFORM P097-XML-PROFISSIONAL
           MOVE 10                    TO WS-XML-RECUO
           MOVE "dadosSolicitante"    TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "dadosSolicitacao"    TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 12                    TO WS-XML-RECUO
           MOVE "caraterAtendimento"  TO WS-XML-TAG
           MOVE "1"                   TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 10                    TO WS-XML-RECUO
           MOVE "dadosSolicitacao"    TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "dadosExecutante"     TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 12                    TO WS-XML-RECUO
           MOVE "contratadoExecutante" TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           PERFORM P096-XML-CONTRATADO
           MOVE 12                    TO WS-XML-RECUO
           MOVE "contratadoExecutante" TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           MOVE 10                    TO WS-XML-RECUO
           MOVE "dadosExecutante"     TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "dadosAtendimento"    TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 12                    TO WS-XML-RECUO
           MOVE "tipoAtendimento"     TO WS-XML-TAG
           MOVE WS-TIS-TIPO-ATD       TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "indicacaoAcidente"   TO WS-XML-TAG
           MOVE "9"                   TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "regimeAtendimento"   TO WS-XML-TAG
           MOVE "01"                  TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 10                    TO WS-XML-RECUO
           MOVE "dadosAtendimento"    TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "procedimentosExecutados" TO WS-XML-TAG
           PERFORM P111-XML-ABRE

           IF FATURA-ITEMIZADA
              PERFORM P098-XML-ITEM-SADT
                  VARYING WS-SEQ-ITEM FROM 1 BY 1
                  UNTIL WS-SEQ-ITEM GREATER 11
           ELSE
              MOVE ID-PROC-FAT        TO WS-TIS-PROC
              MOVE VLR-FAT            TO WS-TIS-VLR
              PERFORM P099-XML-PROC-EXECUTADO
           END-IF

           MOVE 10                    TO WS-XML-RECUO
           MOVE "procedimentosExecutados" TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "valorTotal"          TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 12                    TO WS-XML-RECUO
           MOVE VLR-FAT               TO WS-VLR-XML
           PERFORM P114-XML-VALOR
           MOVE "valorProcedimentos"  TO WS-XML-TAG
           PERFORM P110-XML-ELEMENTO
           MOVE "valorTotalGeral"     TO WS-XML-TAG
           PERFORM P110-XML-ELEMENTO
           MOVE 10                    TO WS-XML-RECUO
           MOVE "valorTotal"          TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE 8                     TO WS-XML-RECUO
           MOVE "guiaSP-SADT"         TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           .
      *----------------------------------------------------------------
      *   REGISTRO ANS DA OPERADORA E NUMERO DA GUIA NO PRESTADOR (O
      *   NUMERO DA FATURA)
      *----------------------------------------------------------------
       P094-XML-IDENT-GUIA.

           MOVE 12                    TO WS-XML-RECUO
           MOVE "registroANS"         TO WS-XML-TAG
           MOVE REG-ANS-CONV          TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "numeroGuiaPrestador" TO WS-XML-TAG
           MOVE ID-FATURA             TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 10                    TO WS-XML-RECUO
           .
       P095-XML-BENEFICIARIO.

           MOVE 10                    TO WS-XML-RECUO
           MOVE "dadosBeneficiario"   TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 12                    TO WS-XML-RECUO
           MOVE "numeroCarteira"      TO WS-XML-TAG
           MOVE WS-TIS-CARTEIRA       TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "atendimentoRN"       TO WS-XML-TAG
           MOVE "N"                   TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "nomeBeneficiario"    TO WS-XML-TAG
           MOVE NM-CLI                TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 10                    TO WS-XML-RECUO
           MOVE "dadosBeneficiario"   TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           .
      *----------------------------------------------------------------
      *   IDENTIFICACAO DA CLINICA NA OPERADORA (RECUO DO GRUPO + 2)
      *----------------------------------------------------------------
       P096-XML-CONTRATADO.

           ADD 2                      TO WS-XML-RECUO
           MOVE "codigoPrestadorNaOperadora" TO WS-XML-TAG
           MOVE COD-PREST-CONV        TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "CNES"                TO WS-XML-TAG
           MOVE WS-CNES-CLINICA       TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           SUBTRACT 2                 FROM WS-XML-RECUO
           .
      *----------------------------------------------------------------
      *   PROFISSIONAL (EXECUTANTE OU SOLICITANTE, CONFORME O GRUPO EM
      *   WS-XML-GRUPO) COM CONSELHO, NUMERO, UF E CBO
      *----------------------------------------------------------------
       P097-XML-PROFISSIONAL.

           MOVE WS-XML-GRUPO          TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           ADD 2                      TO WS-XML-RECUO
           MOVE "nomeProfissional"    TO WS-XML-TAG
           MOVE WS-TIS-NM-PROF        TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "conselhoProfissional" TO WS-XML-TAG
           MOVE WS-TIS-CONSELHO       TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "numeroConselhoProfissional" TO WS-XML-TAG
           MOVE WS-TIS-NUM-CONS       TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "UF"                  TO WS-XML-TAG
           MOVE WS-TIS-UF             TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "CBOS"                TO WS-XML-TAG
           MOVE WS-TIS-CBO            TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           SUBTRACT 2                 FROM WS-XML-RECUO
           MOVE WS-XML-GRUPO          TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           .
       P098-XML-ITEM-SADT.

           MOVE ID-FATURA             TO ID-FAT-IT
           MOVE WS-SEQ-ITEM           TO SEQ-FAT-IT

           READ FATITENS
               INVALID KEY
                  MOVE 99             TO WS-SEQ-ITEM
               NOT INVALID KEY
                  MOVE ID-PROC-FT     TO WS-TIS-PROC
                  MOVE VLR-FAT-IT     TO WS-TIS-VLR
                  PERFORM P099-XML-PROC-EXECUTADO
           END-READ
           .
      *----------------------------------------------------------------
      *   UM PROCEDIMENTO EXECUTADO (WS-TIS-PROC/WS-TIS-VLR), SEMPRE
      *   QUANTIDADE 1 - CADA EXECUCAO E UM ITEM DA FATURA
      *----------------------------------------------------------------
       P099-XML-PROC-EXECUTADO.

           MOVE 12                    TO WS-XML-RECUO
           MOVE "procedimentoExecutado" TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 14                    TO WS-XML-RECUO
           MOVE "dataExecucao"        TO WS-XML-TAG
           MOVE WS-TIS-DATA-ATD       TO WS-DATA-XML
           PERFORM P115-XML-DATA
           PERFORM P110-XML-ELEMENTO

           MOVE "procedimento"        TO WS-XML-TAG
           PERFORM P111-XML-ABRE
           MOVE 16                    TO WS-XML-RECUO
           MOVE "codigoTabela"        TO WS-XML-TAG
           MOVE "22"                  TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE WS-TIS-PROC           TO ID-PROC-TUSS
           PERFORM P036-BUSCA-TUSS
           MOVE "codigoProcedimento"  TO WS-XML-TAG
           MOVE WS-DET-TUSS           TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE WS-TIS-PROC           TO ID-PROC
           READ PROCEDS KEY IS ID-PROC
               INVALID KEY
                  MOVE SPACES         TO NM-PROC
           END-READ
           MOVE "descricaoProcedimento" TO WS-XML-TAG
           MOVE NM-PROC               TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE 14                    TO WS-XML-RECUO
           MOVE "procedimento"        TO WS-XML-TAG
           PERFORM P112-XML-FECHA

           MOVE "quantidadeExecutada" TO WS-XML-TAG
           MOVE "1"                   TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE "reducaoAcrescimo"    TO WS-XML-TAG
           MOVE "1.00"                TO WS-XML-VALOR
           PERFORM P110-XML-ELEMENTO
           MOVE WS-TIS-VLR            TO WS-VLR-XML
           PERFORM P114-XML-VALOR
           MOVE "valorUnitario"       TO WS-XML-TAG
           PERFORM P110-XML-ELEMENTO
           MOVE "valorTotal"          TO WS-XML-TAG
           PERFORM P110-XML-ELEMENTO
           MOVE 12                    TO WS-XML-RECUO
           MOVE "procedimentoExecutado" TO WS-XML-TAG
           PERFORM P112-XML-FECHA
           .
      *----------------------------------------------------------------
      *   ROTINAS DE MONTAGEM DO XML: ELEMENTO COM VALOR, ABERTURA E
      *   FECHAMENTO DE GRUPO, NO RECUO DE WS-XML-RECUO. O VALOR TERMINA
      *   NO PRIMEIRO ESPACO DUPLO; & < > NAO VAO PARA O ARQUIVO
      *----------------------------------------------------------------
       P110-XML-ELEMENTO.

           INSPECT WS-XML-VALOR REPLACING ALL "&" BY "E"
                                          ALL "<" BY " "
                                          ALL ">" BY " "
           MOVE SPACES                TO WS-XML-LINHA
           STRING WS-BRANCOS(1:WS-XML-RECUO) "<ans:"
                  DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  WS-XML-VALOR DELIMITED BY "  "
                  "</ans:" DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  INTO WS-XML-LINHA
           PERFORM P113-XML-GRAVA
           MOVE SPACES                TO WS-XML-VALOR
           .
       P111-XML-ABRE.

           MOVE SPACES                TO WS-XML-LINHA
           STRING WS-BRANCOS(1:WS-XML-RECUO) "<ans:"
                  DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  INTO WS-XML-LINHA
           PERFORM P113-XML-GRAVA
           .
       P112-XML-FECHA.

           MOVE SPACES                TO WS-XML-LINHA
           STRING WS-BRANCOS(1:WS-XML-RECUO) "</ans:"
                  DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  INTO WS-XML-LINHA
           PERFORM P113-XML-GRAVA
           .
       P113-XML-GRAVA.

           MOVE SPACES                TO REM-LINHA
           MOVE WS-XML-LINHA          TO REM-LINHA
           WRITE REM-LINHA
           .
      *----------------------------------------------------------------
      *   VALOR COM PONTO DECIMAL E SEM ZEROS A ESQUERDA (1234.50)
      *----------------------------------------------------------------
       P114-XML-VALOR.

           MOVE ZEROS                 TO WS-QTD-ZEROS
           INSPECT WS-VLR-XML-INT TALLYING WS-QTD-ZEROS
                   FOR LEADING ZEROS
           IF WS-QTD-ZEROS GREATER 7
              MOVE 7                  TO WS-QTD-ZEROS
           END-IF

           MOVE SPACES                TO WS-XML-VALOR
           STRING WS-VLR-XML-INT(WS-QTD-ZEROS + 1:) "."
                  WS-VLR-XML-DEC
                  DELIMITED BY SIZE
                  INTO WS-XML-VALOR
           .
      *----------------------------------------------------------------
      *   DATA AAAAMMDD NO FORMATO AAAA-MM-DD DO TISS
      *----------------------------------------------------------------
       P115-XML-DATA.

           MOVE SPACES                TO WS-XML-VALOR
           STRING WS-DATA-XML-ANO "-" WS-DATA-XML-MES "-"
                  WS-DATA-XML-DIA
                  DELIMITED BY SIZE
                  INTO WS-XML-VALOR
           .
       END PROGRAM PGMLOTGER.

