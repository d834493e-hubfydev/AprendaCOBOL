      *          ATENDIMENTOS, O BRUTO PRODUZIDO E A COMISSAO DEVIDA,
      *          ALEM DO TOTAL GERAL DA CLINICA.
      ******************************************************************
      * Manutencao: 15 OUT 2026 - O FECHAMENTO PASSA A GERAR O REPASSE
      *             DE CADA PROFISSIONAL (ARQREPASSE) E O TITULO EM
      *             ABERTO DO LIQUIDO NO CONTAS A PAGAR, NA CATEGORIA
      *             INFORMADA E COM O PROFISSIONAL COMO FAVORECIDO.
      *             CADA FATURA REPASSADA FICA EM ARQREPIT E NAO E
      *             PAGA DE NOVO; ESTORNO OU GLOSA DE FATURA JA
      *             REPASSADA E ABATIDO NO REPASSE SEGUINTE (GLOSA
      *             REVERTIDA VOLTA COMO CREDITO) E LIQUIDO NEGATIVO
      *             FICA COMO SALDO DEVEDOR PARA O PROXIMO REPASSE. SEM
      *             CONFIRMACAO DO OPERADOR O DEMONSTRATIVO SAI COMO
      *             PREVIA, SEM GRAVAR NADA.
      * Manutencao: 15 OUT 2026 - A EXECUCAO FICA REGISTRADA NO CONTROLE
      *             DE EXECUCOES (PGMRUNLOG) E O RELATORIO VAI PARA O
      *             SPOOL (PGMSPOOL). CHAMADO PELO FECHAMENTO MENSAL
      *             (PGMMESFEC), RECEBE A COMPETENCIA PELO PARAMETRO
      *             COMPETFECHAM (PGMPARAM) EM VEZ DE PERGUNTAR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCMS02.
       ENVIRONMENT DIVISION.
           RECORD KEY   IS CHAVE-COMIS
           FILE STATUS  IS WS-FS-CMS.

           SELECT REPASSE ASSIGN TO
           WS-PATH-ARQREPASSE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-REPASSE
           ALTERNATE RECORD KEY IS ID-PROF-REP WITH DUPLICATES
           FILE STATUS  IS WS-FS-REP.

           SELECT REPIT ASSIGN TO
           WS-PATH-ARQREPIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-FAT-RI
           ALTERNATE RECORD KEY IS ID-PROF-RI WITH DUPLICATES
           FILE STATUS  IS WS-FS-RI.

           SELECT PAGAR ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS-PAG.

           SELECT CATEGORIAS ASSIGN TO
           WS-PATH-ARQCATDESP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CAT
           FILE STATUS  IS WS-FS-CAT.

           SELECT RELCOMIS ASSIGN TO
           WS-PATH-RELCOMIS
           ORGANIZATION IS SEQUENTIAL
       FD COMISSAO.
           COPY CPYCOMIS.

       FD REPASSE.
           COPY CPYREPASSE.

       FD REPIT.
           COPY CPYREPIT.

       FD PAGAR.
           COPY CPYPAGAR.

       FD CATEGORIAS.
           COPY CPYCATDESP.

       FD RELCOMIS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REP-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REP-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REP-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REP-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REP-EOF
                          WS-FS-OK BY WS-FS-REP-OK
                          WS-FS BY WS-FS-REP.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RI-EOF
                          WS-FS-OK BY WS-FS-RI-OK
                          WS-FS BY WS-FS-RI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAG-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAG-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAG-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAG-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAG-EOF
                          WS-FS-OK BY WS-FS-PAG-OK
                          WS-FS BY WS-FS-PAG.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CAT-EOF
                          WS-FS-OK BY WS-FS-CAT-OK
                          WS-FS BY WS-FS-CAT.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-EOF-FAT              PIC 9      VALUE 0.
       77 WS-PROF-QTD             PIC 9(04)  VALUE ZEROS.
       77 WS-GERAL-BRUTO          PIC 9(08)V99 VALUE ZEROS.
       77 WS-GERAL-COMISSAO       PIC 9(08)V99 VALUE ZEROS.
       77 WS-GERA-RESP            PIC X(01)  VALUE 'N'.
          88 GERA-REPASSE         VALUE 'S' 's'.
       77 WS-ID-CAT-REP           PIC 9(03)  VALUE ZEROS.
       77 WS-CAT-OK               PIC X(01)  VALUE 'N'.
          88 CATEGORIA-OK         VALUE 'S'.
       77 WS-DATA-VENC-REP        PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-OK              PIC X(01)  VALUE 'N'.
          88 DATA-OK              VALUE 'S'.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-EOF-REP              PIC 9      VALUE 0.
          88 WS-EOF-REP-OK        VALUE 1 FALSE 0.
       77 WS-EOF-RI               PIC 9      VALUE 0.
          88 WS-EOF-RI-OK         VALUE 1 FALSE 0.
       77 WS-ID-REP-ATUAL         PIC 9(04)  VALUE ZEROS.
          88 REPASSE-NAO-ABERTO   VALUE ZEROS.
       77 WS-VLR-BASE             PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-COMIS-NOVA       PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-ACERTO           PIC 9(06)V99 VALUE ZEROS.
       77 WS-PROF-QTD-AJ          PIC 9(04)  VALUE ZEROS.
       77 WS-PROF-DEDUC           PIC 9(08)V99 VALUE ZEROS.
       77 WS-PROF-CRED            PIC 9(08)V99 VALUE ZEROS.
       77 WS-REP-SALDO-ANT        PIC 9(08)V99 VALUE ZEROS.
       77 WS-REP-LIQ              PIC S9(08)V99 VALUE ZEROS.
       77 WS-REP-VLR-LIQ          PIC 9(08)V99 VALUE ZEROS.
       77 WS-REP-SALDO-DEV        PIC 9(08)V99 VALUE ZEROS.
       77 WS-REP-ID-PAGAR         PIC 9(04)  VALUE ZEROS.
       77 WS-GERAL-DEDUC          PIC 9(08)V99 VALUE ZEROS.
       77 WS-GERAL-CRED           PIC 9(08)V99 VALUE ZEROS.
       77 WS-GERAL-LIQ            PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-REPASSES         PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-TITULOS          PIC 9(04)  VALUE ZEROS.

       01 WS-DATA-FAT-TAB          PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-DATA-FAT-TAB.
       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "DEMONSTRATIVO MENSAL DE REPASSE".

       01 WS-CAB-02.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(13)  VALUE "COMPETENCIA: ".
          03 WS-CAB-COMP          PIC 9(06).
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-CAB-MODO          PIC X(40).

       01 WS-CAB-PROF.
          03 FILLER               PIC X(14)  VALUE "PROFISSIONAL: ".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-COMIS         PIC ZZ.ZZZ,99.

       01 WS-DETALHE-AJ.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-AJ-FATURA         PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-AJ-MOTIVO         PIC X(22).
          03 FILLER               PIC X(06)  VALUE "BASE: ".
          03 WS-AJ-BASE-ANT       PIC ZZ.ZZZ,99.
          03 FILLER               PIC X(04)  VALUE " -> ".
          03 WS-AJ-BASE-NOVA      PIC ZZ.ZZZ,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-AJ-PERC           PIC ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-AJ-SINAL          PIC X(01).
          03 WS-AJ-VLR            PIC ZZ.ZZZ,99.

       01 WS-LINHA-REPASSE.
          03 WS-LR-ROTULO         PIC X(24).
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-LR-SINAL          PIC X(01).
          03 WS-LR-VLR            PIC ZZ.ZZZ.ZZZ,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-LR-OBS            PIC X(40).

       01 WS-LINHA-SUBTOTAL.
          03 FILLER               PIC X(24)  VALUE
             "TOTAL DO PROFISSIONAL..:".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-GER-COMIS         PIC ZZ.ZZZ.ZZZ,99.

       01 WS-LINHA-GERAL-REP.
          03 FILLER               PIC X(24)  VALUE
             "REPASSES GERADOS.......:".
          03 WS-GR-QTD-REP        PIC ZZZ9.
          03 FILLER               PIC X(12)  VALUE "  DEDUCOES: ".
          03 WS-GR-DEDUC          PIC ZZ.ZZZ.ZZZ,99.
          03 FILLER               PIC X(12)  VALUE "  CREDITOS: ".
          03 WS-GR-CRED           PIC ZZ.ZZZ.ZZZ,99.
          03 FILLER               PIC X(11)  VALUE "  TITULOS: ".
          03 WS-GR-QTD-TIT        PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-GR-LIQ            PIC ZZ.ZZZ.ZZZ,99.

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
       77 WS-RUN-JOB          PIC X(08) VALUE "COMISSAO".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.
       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELCOMIS".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P005-ACEITA-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P040-IMPRIME-CABECALHO
           PERFORM P020-LER-PROFISSIONAL

           DISPLAY "COMISSOES APURADAS. BRUTO: " WS-GERAL-BRUTO
                   " COMISSAO: " WS-GERAL-COMISSAO
           DISPLAY "REPASSES: " WS-QTD-REPASSES
                   " TITULOS: " WS-QTD-TITULOS
                   " LIQUIDO: " WS-GERAL-LIQ

           IF NOT GERA-REPASSE
              DISPLAY "PREVIA: NENHUM REPASSE OU TITULO FOI GRAVADO."
           END-IF

           MOVE WS-COMPETENCIA        TO WS-SPOOL-PARMS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELCOMIS,
                                 WS-SPOOL-PARMS

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-QTD-REPASSES TO WS-RUN-GRAVADOS
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           GOBACK
           .
              MOVE WS-PATH-ENV TO WS-PATH-ARQCOMIS
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQREPASSE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQREPASSE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQREPIT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQREPIT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCATDESP_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCATDESP
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELCOMIS_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELCOMIS
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           IF NOT WS-FS-REP-OK
              CALL "PGMFSMSG" USING WS-FS-REP, WS-FS-REP-MSG
              DISPLAY WS-FS-REP-MSG
           END-IF
           IF NOT WS-FS-RI-OK
              CALL "PGMFSMSG" USING WS-FS-RI, WS-FS-RI-MSG
              DISPLAY WS-FS-RI-MSG
           END-IF
           IF NOT WS-FS-PAG-OK
              CALL "PGMFSMSG" USING WS-FS-PAG, WS-FS-PAG-MSG
              DISPLAY WS-FS-PAG-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   COMPETENCIA E, QUANDO O OPERADOR CONFIRMA A GERACAO DOS
      *   REPASSES, A CATEGORIA DE DESPESA E O VENCIMENTO DOS TITULOS.
      *   SEM CONFIRMACAO O DEMONSTRATIVO SAI COMO PREVIA
      *----------------------------------------------------------------
       P005-ACEITA-PARAMETROS.
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
              DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
              ACCEPT WS-COMPETENCIA
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "GERAR OS REPASSES E OS TITULOS A PAGAR (S/N)? "
           ACCEPT WS-GERA-RESP

           IF GERA-REPASSE
              OPEN INPUT CATEGORIAS
              IF NOT WS-FS-CAT-OK
                 DISPLAY "CADASTRO DE CATEGORIAS DE DESPESA "
                         "INDISPONIVEL (" WS-FS-CAT ")."
                 GOBACK
              END-IF
              PERFORM P006-PEDE-CATEGORIA UNTIL CATEGORIA-OK
              CLOSE CATEGORIAS

              PERFORM P007-PEDE-VENCIMENTO UNTIL DATA-OK
           END-IF
           .
      *----------------------------------------------------------------
      *   OS TITULOS DE REPASSE FICAM NUMA CATEGORIA ATIVA PROPRIA DE
      *   ARQCATDESP
      *----------------------------------------------------------------
       P006-PEDE-CATEGORIA.
      *----------------------------------------------------------------
           DISPLAY "CATEGORIA DE DESPESA DO REPASSE (PGMCAT01): "
           ACCEPT ID-CAT

           READ CATEGORIAS
               INVALID KEY
                  DISPLAY "CATEGORIA NAO CADASTRADA."
               NOT INVALID KEY
                  IF CAT-INATIVA
                     DISPLAY "CATEGORIA INATIVA."
                  ELSE
                     MOVE ID-CAT      TO WS-ID-CAT-REP
                     SET CATEGORIA-OK TO TRUE
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
       P007-PEDE-VENCIMENTO.
      *----------------------------------------------------------------
           DISPLAY "VENCIMENTO DOS TITULOS DE REPASSE (AAAAMMDD): "
           ACCEPT WS-DATA-VENC-REP
           CALL "PGMVALDT" USING WS-DATA-VENC-REP, WS-DATA-OK
           IF DATA-OK AND WS-DATA-VENC-REP LESS WS-DATA-HOJE
              DISPLAY "VENCIMENTO ANTERIOR A DATA DE HOJE"
              MOVE 'N'                TO WS-DATA-OK
           END-IF
           IF NOT DATA-OK
              DISPLAY "DATA INVALIDA"
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  PROFISSIONAIS
           OPEN INPUT  FATURA
           OPEN INPUT  AGENDA
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN I-O REPASSE

           IF WS-FS-REP EQUAL 35
              OPEN OUTPUT REPASSE
              CLOSE REPASSE
              OPEN I-O REPASSE
           END-IF

           OPEN I-O REPIT

           IF WS-FS-RI EQUAL 35
              OPEN OUTPUT REPIT
              CLOSE REPIT
              OPEN I-O REPIT
           END-IF

           IF GERA-REPASSE
              OPEN I-O PAGAR
              IF WS-FS-PAG EQUAL 35
                 OPEN OUTPUT PAGAR
                 CLOSE PAGAR
                 OPEN I-O PAGAR
              END-IF
           END-IF

           IF NOT WS-FS-REP-OK OR NOT WS-FS-RI-OK OR NOT WS-FS-PAG-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE REPASSE."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P020-LER-PROFISSIONAL.
              MOVE ZEROS              TO WS-PROF-BRUTO
                                          WS-PROF-COMISSAO
                                          WS-PROF-QTD
                                          WS-PROF-QTD-AJ
                                          WS-PROF-DEDUC
                                          WS-PROF-CRED
                                          WS-ID-REP-ATUAL

              PERFORM P041-IMPRIME-CAB-PROF
              PERFORM P035-SALDO-ANTERIOR
              PERFORM P036-ACERTA-REPASSADOS
              PERFORM P031-VARRE-FATURAS

              PERFORM P050-IMPRIME-SUBTOTAL

              IF WS-PROF-QTD GREATER ZEROS
                 OR WS-PROF-QTD-AJ GREATER ZEROS
                 PERFORM P037-FECHA-REPASSE
                 PERFORM P052-IMPRIME-REPASSE
              END-IF

              ADD WS-PROF-BRUTO       TO WS-GERAL-BRUTO
              ADD WS-PROF-COMISSAO    TO WS-GERAL-COMISSAO
              ADD WS-PROF-DEDUC       TO WS-GERAL-DEDUC
              ADD WS-PROF-CRED        TO WS-GERAL-CRED
           END-IF

           PERFORM P020-LER-PROFISSIONAL
           IF NOT FATURA-ESTORNADA
              AND WS-FAT-ANO EQUAL WS-COMPETENCIA(1:4)
              AND WS-FAT-MES EQUAL WS-COMPETENCIA(5:2)
              MOVE ID-FATURA          TO ID-FAT-RI
              READ REPIT
                  INVALID KEY
                     PERFORM P0331-LIGA-AGENDA
                  NOT INVALID KEY
                     CONTINUE
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
      *   FATURA AINDA NAO REPASSADA: SO ENTRA SE O ATENDIMENTO FOI
      *   DESTE PROFISSIONAL
      *----------------------------------------------------------------
       P0331-LIGA-AGENDA.

           MOVE ID-AGE-FAT            TO ID-AGE
           READ AGENDA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF ID-PROF-AGE EQUAL ID-PROF
                     PERFORM P034-CALCULA-COMISSAO
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   BUSCA O PERCENTUAL DO PAR PROFISSIONAL X PROCEDIMENTO E, NA
      *   FALTA DELE, O PADRAO DO PROFISSIONAL (PROCEDIMENTO ZEROS)
      *----------------------------------------------------------------
                  MOVE PERC-COMIS     TO WS-PERC-APLICADO
           END-READ

           PERFORM P038-BASE-FATURA

           COMPUTE WS-VLR-COMISSAO ROUNDED =
                   WS-VLR-BASE * WS-PERC-APLICADO / 100

           ADD 1                      TO WS-PROF-QTD
           ADD WS-VLR-BASE            TO WS-PROF-BRUTO
           ADD WS-VLR-COMISSAO        TO WS-PROF-COMISSAO

           PERFORM P051-IMPRIME-DETALHE

           IF GERA-REPASSE
              PERFORM P039-ABRE-REPASSE
              MOVE ID-FATURA          TO ID-FAT-RI
              MOVE ID-PROF            TO ID-PROF-RI
              MOVE WS-ID-REP-ATUAL    TO ID-REP-RI
              MOVE WS-PERC-APLICADO   TO PERC-RI
              MOVE WS-VLR-BASE        TO VLR-BASE-RI
              MOVE WS-VLR-COMISSAO    TO VLR-COMIS-RI
              MOVE ZEROS              TO ID-REP-AJ-RI
              WRITE REG-REPIT
                  INVALID KEY
                     DISPLAY "FATURA " ID-FATURA
                             " JA CONSTA DE OUTRO REPASSE."
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
      *   SALDO DEVEDOR DEIXADO PELO ULTIMO REPASSE DO PROFISSIONAL
      *   (O ULTIMO GRAVADO NA CHAVE ALTERNATIVA)
      *----------------------------------------------------------------
       P035-SALDO-ANTERIOR.

           MOVE ZEROS                 TO WS-REP-SALDO-ANT
           SET WS-EOF-REP-OK          TO FALSE
           MOVE ID-PROF               TO ID-PROF-REP

           START REPASSE KEY IS EQUAL ID-PROF-REP
               INVALID KEY
                  SET WS-EOF-REP-OK   TO TRUE
           END-START

           PERFORM P0351-LE-REPASSE UNTIL WS-EOF-REP-OK
           .
       P0351-LE-REPASSE.

           READ REPASSE NEXT RECORD
               AT END
                  SET WS-EOF-REP-OK   TO TRUE
               NOT AT END
                  IF ID-PROF-REP EQUAL ID-PROF
                     MOVE VLR-SALDO-DEV-REP TO WS-REP-SALDO-ANT
                  ELSE
                     SET WS-EOF-REP-OK TO TRUE
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   CONFERE AS FATURAS JA REPASSADAS AO PROFISSIONAL: ESTORNO OU
      *   GLOSA POSTERIOR AO REPASSE VIRA DEDUCAO, GLOSA REVERTIDA
      *   VIRA CREDITO, E A BASE DO ITEM PASSA A SER A ATUAL
      *----------------------------------------------------------------
       P036-ACERTA-REPASSADOS.

           SET WS-EOF-RI-OK           TO FALSE
           MOVE ID-PROF               TO ID-PROF-RI

           START REPIT KEY IS EQUAL ID-PROF-RI
               INVALID KEY
                  SET WS-EOF-RI-OK    TO TRUE
           END-START

           PERFORM P0361-LE-REPASSADO UNTIL WS-EOF-RI-OK
           .
       P0361-LE-REPASSADO.

           READ REPIT NEXT RECORD
               AT END
                  SET WS-EOF-RI-OK    TO TRUE
               NOT AT END
                  IF ID-PROF-RI EQUAL ID-PROF
                     PERFORM P0362-CONFERE-REPASSADO
                  ELSE
                     SET WS-EOF-RI-OK TO TRUE
                  END-IF
           END-READ
           .
       P0362-CONFERE-REPASSADO.

           MOVE ID-FAT-RI             TO ID-FATURA

           READ FATURA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM P038-BASE-FATURA
                  IF WS-VLR-BASE NOT EQUAL VLR-BASE-RI
                     PERFORM P0363-LANCA-ACERTO
                  END-IF
           END-READ
           .
       P0363-LANCA-ACERTO.

           COMPUTE WS-VLR-COMIS-NOVA ROUNDED =
                   WS-VLR-BASE * PERC-RI / 100

           MOVE ID-FAT-RI             TO WS-AJ-FATURA
           MOVE VLR-BASE-RI           TO WS-AJ-BASE-ANT
           MOVE WS-VLR-BASE           TO WS-AJ-BASE-NOVA
           MOVE PERC-RI               TO WS-AJ-PERC

           EVALUATE TRUE
               WHEN FATURA-ESTORNADA
                  MOVE "ESTORNO APOS REPASSE" TO WS-AJ-MOTIVO
               WHEN WS-VLR-BASE LESS VLR-BASE-RI AND FATURA-GLOSADA
                  MOVE "GLOSA APOS REPASSE"   TO WS-AJ-MOTIVO
               WHEN WS-VLR-BASE GREATER VLR-BASE-RI
                  MOVE "GLOSA REVERTIDA"      TO WS-AJ-MOTIVO
               WHEN OTHER
                  MOVE "FATURA REVISTA"       TO WS-AJ-MOTIVO
           END-EVALUATE

           IF WS-VLR-COMIS-NOVA LESS VLR-COMIS-RI
              COMPUTE WS-VLR-ACERTO = VLR-COMIS-RI - WS-VLR-COMIS-NOVA
              ADD WS-VLR-ACERTO       TO WS-PROF-DEDUC
              MOVE "-"                TO WS-AJ-SINAL
           ELSE
              COMPUTE WS-VLR-ACERTO = WS-VLR-COMIS-NOVA - VLR-COMIS-RI
              ADD WS-VLR-ACERTO       TO WS-PROF-CRED
              MOVE "+"                TO WS-AJ-SINAL
           END-IF

           MOVE WS-VLR-ACERTO         TO WS-AJ-VLR
           ADD 1                      TO WS-PROF-QTD-AJ

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE-AJ         TO REL-LINHA
           WRITE REL-LINHA

           IF GERA-REPASSE
              PERFORM P039-ABRE-REPASSE
              MOVE WS-VLR-BASE        TO VLR-BASE-RI
              MOVE WS-VLR-COMIS-NOVA  TO VLR-COMIS-RI
              MOVE WS-ID-REP-ATUAL    TO ID-REP-AJ-RI
              REWRITE REG-REPIT
                  INVALID KEY
                     DISPLAY "ERRO AO ATUALIZAR O REPASSE DA FATURA "
                             ID-FAT-RI ": " WS-FS-RI
              END-REWRITE
           END-IF
           .
      *----------------------------------------------------------------
      *   LIQUIDO DO REPASSE: COMISSAO + CREDITOS - DEDUCOES - SALDO
      *   DEVEDOR ANTERIOR. POSITIVO VIRA TITULO EM ABERTO; NEGATIVO
      *   FICA COMO SALDO DEVEDOR PARA O PROXIMO REPASSE
      *----------------------------------------------------------------
       P037-FECHA-REPASSE.

           MOVE ZEROS                 TO WS-REP-VLR-LIQ
                                          WS-REP-SALDO-DEV
                                          WS-REP-ID-PAGAR

           COMPUTE WS-REP-LIQ = WS-PROF-COMISSAO + WS-PROF-CRED
                              - WS-PROF-DEDUC - WS-REP-SALDO-ANT

           IF WS-REP-LIQ GREATER ZEROS
              MOVE WS-REP-LIQ         TO WS-REP-VLR-LIQ
           ELSE
              COMPUTE WS-REP-SALDO-DEV = ZEROS - WS-REP-LIQ
           END-IF

           IF GERA-REPASSE
              PERFORM P039-ABRE-REPASSE
              IF WS-REP-VLR-LIQ GREATER ZEROS
                 PERFORM P03A-GERA-TITULO
              END-IF
              PERFORM P03B-GRAVA-REPASSE
           END-IF
           .
      *----------------------------------------------------------------
      *   BASE DA COMISSAO: O VALOR DA FATURA; NA GLOSADA, SO O QUE O
      *   CONVENIO PAGOU; NA ESTORNADA, NADA
      *----------------------------------------------------------------
       P038-BASE-FATURA.

           EVALUATE TRUE
               WHEN FATURA-ESTORNADA
                  MOVE ZEROS          TO WS-VLR-BASE
               WHEN FATURA-GLOSADA
                  MOVE VLR-PAGO-FAT   TO WS-VLR-BASE
               WHEN OTHER
                  MOVE VLR-FAT        TO WS-VLR-BASE
           END-EVALUATE
           .
       P039-ABRE-REPASSE.

           IF REPASSE-NAO-ABERTO
              CALL "PGMPROXRE" USING WS-ID-REP-ATUAL
           END-IF
           .
       P03A-GERA-TITULO.

           CALL "PGMPROXPG" USING ID-PAGAR

           MOVE ZEROS                 TO ID-FORN-PAG
           MOVE SPACES                TO NUM-DOC-PAG
           STRING "REP" WS-COMPETENCIA DELIMITED BY SIZE
                  INTO NUM-DOC-PAG
           END-STRING
           MOVE WS-DATA-HOJE          TO DATA-EMIS-PAG
           MOVE WS-DATA-VENC-REP      TO DATA-VENC-PAG
           MOVE WS-REP-VLR-LIQ        TO VLR-PAG
           MOVE ZEROS                 TO VLR-PAGO-PAG
                                          DATA-PGTO-PAG
           SET TITULO-ABERTO          TO TRUE
           MOVE WS-ID-CAT-REP         TO ID-CAT-PAG
           MOVE ZEROS                 TO FILIAL-PAG
                                          ID-PED-PAG
                                          ID-DFX-PAG
                                          COD-SERV-PAG
                                          VLR-ISS-PAG
                                          VLR-IRRF-PAG
                                          VLR-PIS-PAG
                                          VLR-COFINS-PAG
                                          VLR-CSLL-PAG
           MOVE 'N'                   TO BLOQ-DIV-PAG
                                          VLR-ESTIM-PAG
                                          RATEIO-PAG
           MOVE SPACES                TO LOGIN-LIB-PAG
           MOVE VLR-PAG               TO VLR-LIQ-PAG
           MOVE ID-PROF               TO ID-PROF-PAG

           WRITE REG-PAGAR
               INVALID KEY
                  DISPLAY "JA EXISTE TITULO COM ESTE ID: " ID-PAGAR
               NOT INVALID KEY
                  MOVE ID-PAGAR       TO WS-REP-ID-PAGAR
                  ADD 1               TO WS-QTD-TITULOS
                  ADD WS-REP-VLR-LIQ  TO WS-GERAL-LIQ
           END-WRITE
           .
       P03B-GRAVA-REPASSE.

           MOVE WS-ID-REP-ATUAL       TO ID-REPASSE
           MOVE ID-PROF               TO ID-PROF-REP
           MOVE WS-COMPETENCIA        TO COMP-REP
           MOVE WS-DATA-HOJE          TO DATA-REP
           MOVE WS-PROF-QTD           TO QTD-ATEND-REP
           MOVE WS-PROF-BRUTO         TO VLR-BRUTO-REP
           MOVE WS-PROF-COMISSAO      TO VLR-COMIS-REP
           MOVE WS-PROF-DEDUC         TO VLR-DEDUC-REP
           MOVE WS-PROF-CRED          TO VLR-CRED-REP
           MOVE WS-REP-SALDO-ANT      TO VLR-SALDO-ANT-REP
           MOVE WS-REP-VLR-LIQ        TO VLR-LIQ-REP
           MOVE WS-REP-SALDO-DEV      TO VLR-SALDO-DEV-REP
           MOVE WS-REP-ID-PAGAR       TO ID-PAGAR-REP

           WRITE REG-REPASSE
               INVALID KEY
                  DISPLAY "JA EXISTE REPASSE COM ESTE ID: " ID-REPASSE
               NOT INVALID KEY
                  ADD 1               TO WS-QTD-REPASSES
           END-WRITE
           .
      *----------------------------------------------------------------
       P040-IMPRIME-CABECALHO.
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           IF GERA-REPASSE
              MOVE "REPASSES E TITULOS GERADOS" TO WS-CAB-MODO
           ELSE
              MOVE "PREVIA - NADA FOI GRAVADO"  TO WS-CAB-MODO
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
       P041-IMPRIME-CAB-PROF.

           MOVE WS-LINHA-SUBTOTAL     TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   FECHO DO REPASSE: DEDUCOES, CREDITOS, SALDO ANTERIOR E O
      *   LIQUIDO, COM O TITULO GERADO OU O SALDO DEVEDOR QUE FICA
      *----------------------------------------------------------------
       P052-IMPRIME-REPASSE.

           MOVE SPACES                TO WS-LR-OBS
           MOVE "(-) DEDUCOES...........:" TO WS-LR-ROTULO
           MOVE "-"                   TO WS-LR-SINAL
           MOVE WS-PROF-DEDUC         TO WS-LR-VLR
           PERFORM P053-GRAVA-LINHA-REP

           MOVE "(+) CREDITOS...........:" TO WS-LR-ROTULO
           MOVE "+"                   TO WS-LR-SINAL
           MOVE WS-PROF-CRED          TO WS-LR-VLR
           PERFORM P053-GRAVA-LINHA-REP

           MOVE "(-) SALDO ANTERIOR.....:" TO WS-LR-ROTULO
           MOVE "-"                   TO WS-LR-SINAL
           MOVE WS-REP-SALDO-ANT      TO WS-LR-VLR
           PERFORM P053-GRAVA-LINHA-REP

           MOVE "(=) LIQUIDO A REPASSAR.:" TO WS-LR-ROTULO
           MOVE SPACE                 TO WS-LR-SINAL
           MOVE WS-REP-VLR-LIQ        TO WS-LR-VLR
           IF WS-REP-ID-PAGAR GREATER ZEROS
              STRING "TITULO A PAGAR " WS-REP-ID-PAGAR
                     DELIMITED BY SIZE INTO WS-LR-OBS
              END-STRING
           END-IF
           PERFORM P053-GRAVA-LINHA-REP

           IF WS-REP-SALDO-DEV GREATER ZEROS
              MOVE "SALDO DEVEDOR..........:" TO WS-LR-ROTULO
              MOVE "-"                TO WS-LR-SINAL
              MOVE WS-REP-SALDO-DEV   TO WS-LR-VLR
              MOVE "ABATIDO NO PROXIMO REPASSE" TO WS-LR-OBS
              PERFORM P053-GRAVA-LINHA-REP
           END-IF
           .
       P053-GRAVA-LINHA-REP.

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-REPASSE      TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO WS-LR-OBS
           .
       P051-IMPRIME-DETALHE.

           MOVE ID-FATURA             TO WS-DET-FATURA
           MOVE DATA-FAT              TO WS-DET-DATA
           MOVE ID-PROC-FAT           TO WS-DET-PROC
           MOVE WS-VLR-BASE           TO WS-DET-VLR
           MOVE WS-PERC-APLICADO      TO WS-DET-PERC
           MOVE WS-VLR-COMISSAO       TO WS-DET-COMIS

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-GERAL        TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-REPASSES       TO WS-GR-QTD-REP
           MOVE WS-GERAL-DEDUC        TO WS-GR-DEDUC
           MOVE WS-GERAL-CRED         TO WS-GR-CRED
           MOVE WS-QTD-TITULOS        TO WS-GR-QTD-TIT
           MOVE WS-GERAL-LIQ          TO WS-GR-LIQ

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-GERAL-REP    TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
           CLOSE FATURA
           CLOSE AGENDA
           CLOSE COMISSAO
           CLOSE REPASSE
           CLOSE REPIT
           CLOSE RELCOMIS

           IF GERA-REPASSE
              CLOSE PAGAR
           END-IF
           .
       END PROGRAM PGMCMS02.
