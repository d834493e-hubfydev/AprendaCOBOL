      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: IMPORTACAO DO EXTRATO BANCARIO (EXTBANCO.TXT) E
      *          CONCILIACAO AUTOMATICA. CADA BLOCO DO ARQUIVO TRAZ UM
      *          CABECALHO COM BANCO, AGENCIA E CONTA (QUE TEM DE ESTAR
      *          CADASTRADA E ATIVA NO PGMCTA01), OS LANCAMENTOS E UM
      *          TRAILER COM O SALDO FINAL. OS LANCAMENTOS SAO GRAVADOS
      *          EM ARQEXTBCO (REIMPORTAR O MESMO EXTRATO NAO DUPLICA,
      *          A CHAVE E CONTA + DATA + NUMERO DO LANCAMENTO) E O
      *          LANCAMENTO DE MES JA FECHADO (PGMEXT03) E REJEITADO.
      *          EM SEGUIDA CADA LANCAMENTO PENDENTE E CASADO, PELO
      *          VALOR E PELA NATUREZA, COM O MOVIMENTO DO SISTEMA MAIS
      *          PROXIMO NA DATA (ATE 5 DIAS):
      *            CREDITO - DEPOSITO DO DINHEIRO (T) OU DOS CHEQUES (Q)
      *                      DO BOLETIM DE TESOURARIA DA FILIAL DA
      *                      CONTA, BOLETO PAGO (B), CREDITO DA
      *                      ADQUIRENTE DE CARTAO (C, ARQLIQCAR);
      *            DEBITO  - TITULO PAGO DE CONTAS A PAGAR (P).
      *          O QUE NAO CASA FICA PENDENTE PARA O PGMEXT02. SAI O
      *          RELATORIO RELEXTIMP COM O QUE FOI IMPORTADO, CASADO E
      *          O QUE FICOU PENDENTE.
      *
      *          LAYOUT DO EXTRATO (POSICIONAL, 132 POSICOES, VALORES
      *          COM CENTAVOS IMPLICITOS):
      *            TIPO 1 - BANCO 9(03), AGENCIA 9(05), CONTA X(12),
      *                     DATA SALDO INICIAL 9(08), SALDO INICIAL
      *                     9(09)V99, SINAL C/D;
      *            TIPO 3 - DATA 9(08), NATUREZA C/D, VALOR 9(09)V99,
      *                     HISTORICO X(25), DOCUMENTO X(20), NUMERO DO
      *                     LANCAMENTO 9(06);
      *            TIPO 5 - DATA SALDO FINAL 9(08), SALDO FINAL
      *                     9(09)V99, SINAL C/D, QUANTIDADE 9(06).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEXT01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTBAN ASSIGN TO
           WS-PATH-ARQEXTBAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT CTABCO ASSIGN TO
           WS-PATH-ARQCTABCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CTA
           FILE STATUS  IS WS-FS-CTA.

           SELECT EXTBCO ASSIGN TO
           WS-PATH-ARQEXTBCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-EXT
           FILE STATUS  IS WS-FS-EXT.

           SELECT CONCBCO ASSIGN TO
           WS-PATH-ARQCONCBCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-CCB
           FILE STATUS  IS WS-FS-CCB.

           SELECT TESOUR ASSIGN TO
           WS-PATH-ARQTESOUR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-TESOUR
           FILE STATUS  IS WS-FS-TES.

           SELECT BOLETOS ASSIGN TO
           WS-PATH-ARQBOLETO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-BOLETO
           FILE STATUS  IS WS-FS-BOL.

           SELECT LIQCAR ASSIGN TO
           WS-PATH-ARQLIQCAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DATA-CRED-LQC
           FILE STATUS  IS WS-FS-LQC.

           SELECT PAGAR ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS-PAG.

           SELECT RELEXTIMP ASSIGN TO
           WS-PATH-RELEXTIMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD EXTBAN
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REG-EXB-CAB.
          03 EXB-TIPO-REG         PIC X(01).
             88 EXB-CABECALHO     VALUE '1'.
             88 EXB-LANCAMENTO    VALUE '3'.
             88 EXB-TRAILER       VALUE '5'.
          03 EXB-BANCO            PIC 9(03).
          03 EXB-AGENCIA          PIC 9(05).
          03 EXB-CONTA            PIC X(12).
          03 EXB-DATA-SALDO-INI   PIC 9(08).
          03 EXB-SALDO-INI        PIC 9(09)V99.
          03 EXB-SINAL-INI        PIC X(01).
          03 FILLER               PIC X(91).
       01 REG-EXB-LANC.
          03 FILLER               PIC X(01).
          03 EXB-DATA             PIC 9(08).
          03 EXB-NATUREZA         PIC X(01).
          03 EXB-VALOR            PIC 9(09)V99.
          03 EXB-HISTORICO        PIC X(25).
          03 EXB-DOCUMENTO        PIC X(20).
          03 EXB-NUM-LANC         PIC 9(06).
          03 FILLER               PIC X(60).
       01 REG-EXB-TRAILER.
          03 FILLER               PIC X(01).
          03 EXB-DATA-SALDO-FIM   PIC 9(08).
          03 EXB-SALDO-FIM        PIC 9(09)V99.
          03 EXB-SINAL-FIM        PIC X(01).
          03 EXB-QTD-LANC         PIC 9(06).
          03 FILLER               PIC X(105).

       FD CTABCO.
           COPY CPYCTABCO.

       FD EXTBCO.
           COPY CPYEXTBCO.

       FD CONCBCO.
           COPY CPYCONCBCO.

       FD TESOUR.
           COPY CPYTESOUR.

       FD BOLETOS.
           COPY CPYBOLETO.

       FD LIQCAR.
           COPY CPYLIQCAR.

       FD PAGAR.
           COPY CPYPAGAR.

       FD RELEXTIMP
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CTA-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CTA-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CTA-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CTA-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CTA-EOF
                          WS-FS-OK BY WS-FS-CTA-OK
                          WS-FS BY WS-FS-CTA.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EXT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EXT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EXT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EXT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EXT-EOF
                          WS-FS-OK BY WS-FS-EXT-OK
                          WS-FS BY WS-FS-EXT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CCB-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CCB-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CCB-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CCB-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CCB-EOF
                          WS-FS-OK BY WS-FS-CCB-OK
                          WS-FS BY WS-FS-CCB.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-TES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-TES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-TES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-TES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-TES-EOF
                          WS-FS-OK BY WS-FS-TES-OK
                          WS-FS BY WS-FS-TES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-BOL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-BOL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-BOL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-BOL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-BOL-EOF
                          WS-FS-OK BY WS-FS-BOL-OK
                          WS-FS BY WS-FS-BOL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-LQC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-LQC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-LQC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-LQC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-LQC-EOF
                          WS-FS-OK BY WS-FS-LQC-OK
                          WS-FS BY WS-FS-LQC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAG-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAG-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAG-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAG-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAG-EOF
                          WS-FS-OK BY WS-FS-PAG-OK
                          WS-FS BY WS-FS-PAG.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-EOF-AUX              PIC 9      VALUE 0.
          88 WS-EOF-AUX-OK        VALUE 1 FALSE 0.
       77 WS-IND                  PIC 9(04)  COMP.
       77 WS-IND-CTA              PIC 9(04)  COMP.
       77 WS-IND-ACHOU            PIC 9(04)  COMP.
       77 WS-QTD-CTAS             PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-CAND             PIC 9(04)  VALUE ZEROS.
       77 WS-CTA-ATUAL            PIC 9(04)  VALUE ZEROS.
       77 WS-DIAS                 PIC 9(05)  VALUE ZEROS.
       77 WS-MENOR-DIAS           PIC 9(05)  VALUE ZEROS.
       77 WS-MAX-DIAS             PIC 9(05)  VALUE 5.
       77 WS-DATA-MIN             PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-MAX             PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-IMPORTADOS       PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-DUPLICADOS       PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-REJEITADOS       PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-CASADOS          PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-PENDENTES        PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-CASADO           PIC 9(10)V99 VALUE ZEROS.
       77 WS-VLR-PENDENTE         PIC 9(10)V99 VALUE ZEROS.
       77 WS-LOGIN-AUTO           PIC X(10)  VALUE "AUTOMATICO".

       01 WS-DATA-INI-CAND        PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-INI-CAND.
          03 WS-INI-ANO           PIC 9(04).
          03 WS-INI-MES           PIC 9(02).
          03 WS-INI-DIA           PIC 9(02).

       01 WS-DATA-LANC            PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-LANC.
          03 WS-LANC-MES          PIC 9(06).
          03 WS-LANC-DIA          PIC 9(02).

       01 WS-TAB-CONTAS.
          03 WS-CONTA OCCURS 200 TIMES.
             05 TAB-ID-CTA        PIC 9(04).
             05 TAB-FILIAL-CTA    PIC 9(02).
             05 TAB-BANCO-CTA     PIC 9(03).
             05 TAB-AGENCIA-CTA   PIC 9(05).
             05 TAB-NUM-CTA       PIC X(12).
             05 TAB-ULT-FECH-CTA  PIC 9(06).
             05 TAB-INATIVO-CTA   PIC X(01).

      *----------------------------------------------------------------
      *   MOVIMENTOS DO SISTEMA AINDA NAO CASADOS COM O EXTRATO. FILIAL
      *   99 CASA COM A CONTA DE QUALQUER FILIAL
      *----------------------------------------------------------------
       01 WS-TAB-CANDIDATOS.
          03 WS-CAND OCCURS 3000 TIMES.
             05 CAND-TIPO         PIC X(01).
             05 CAND-REF          PIC X(12).
             05 CAND-DATA         PIC 9(08).
             05 CAND-VLR          PIC 9(09)V99.
             05 CAND-FILIAL       PIC 9(02).
             05 CAND-NAT          PIC X(01).
             05 CAND-USADO        PIC X(01).
                88 CANDIDATO-USADO VALUE 'S'.

       01 WS-CAND-NOVO.
          03 WS-NOVO-TIPO         PIC X(01).
          03 WS-NOVO-REF          PIC X(12).
          03 WS-NOVO-DATA         PIC 9(08).
          03 WS-NOVO-VLR          PIC 9(09)V99.
          03 WS-NOVO-FILIAL       PIC 9(02).
          03 WS-NOVO-NAT          PIC X(01).

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "EXTIMP".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(55)  VALUE
             "IMPORTACAO DO EXTRATO BANCARIO E CONCILIACAO AUTOMATICA".
          03 FILLER               PIC X(04)  VALUE " EM ".
          03 WS-CAB-DATA          PIC 9(08).

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE "CONTA".
          03 FILLER               PIC X(10)  VALUE "DATA".
          03 FILLER               PIC X(08)  VALUE "LANCAM.".
          03 FILLER               PIC X(02)  VALUE "N".
          03 FILLER               PIC X(16)  VALUE "           VALOR".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(27)  VALUE "HISTORICO".
          03 FILLER               PIC X(40)  VALUE "SITUACAO".

       01 WS-DETALHE.
          03 WS-DET-CTA           PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-LANC          PIC 9(06).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-NAT           PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-HIST          PIC X(25).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(40).

       01 WS-SIT-CASADO.
          03 FILLER               PIC X(11)  VALUE "CONCILIADO ".
          03 WS-SIT-TIPO          PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-SIT-REF           PIC X(12).

       01 WS-LINHA-CONTA.
          03 FILLER               PIC X(09)  VALUE "EXTRATO ".
          03 WS-LC-BANCO          PIC 9(03).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-LC-AGENCIA        PIC 9(05).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-LC-CONTA          PIC X(12).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-LC-SITUACAO       PIC X(50).

       01 WS-LINHA-TOTAL.
          03 WS-TOT-TITULO        PIC X(30).
          03 WS-TOT-QTD           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-TOT-VLR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELEXTIMP".
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
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P015-CARREGA-CONTAS
           PERFORM P020-IMPORTA-EXTRATO
           IF WS-DATA-MIN GREATER ZEROS
              PERFORM P030-CARREGA-CANDIDATOS
              PERFORM P040-CONCILIA-LANCAMENTOS
           END-IF
           PERFORM P060-IMPRIME-TOTAIS
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELEXTIMP,
                                 WS-SPOOL-PARMS

           DISPLAY "LANCAMENTOS IMPORTADOS....: " WS-QTD-IMPORTADOS
           DISPLAY "JA IMPORTADOS (PULADOS)...: " WS-QTD-DUPLICADOS
           DISPLAY "REJEITADOS................: " WS-QTD-REJEITADOS
           DISPLAY "CONCILIADOS AUTOMATICAMENTE: " WS-QTD-CASADOS
           DISPLAY "PENDENTES.................: " WS-QTD-PENDENTES

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-QTD-IMPORTADOS    TO WS-RUN-GRAVADOS
           MOVE WS-VLR-CASADO        TO WS-RUN-TOTAL
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
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEXTBAN_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEXTBAN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCTABCO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCTABCO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEXTBCO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEXTBCO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCONCBCO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCONCBCO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQTESOUR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQTESOUR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQBOLETO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQBOLETO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLIQCAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLIQCAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELEXTIMP_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELEXTIMP
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
           IF NOT WS-FS-CTA-OK
              CALL "PGMFSMSG" USING WS-FS-CTA, WS-FS-CTA-MSG
              DISPLAY WS-FS-CTA-MSG
           END-IF
           IF NOT WS-FS-EXT-OK
              CALL "PGMFSMSG" USING WS-FS-EXT, WS-FS-EXT-MSG
              DISPLAY WS-FS-EXT-MSG
           END-IF
           IF NOT WS-FS-CCB-OK
              CALL "PGMFSMSG" USING WS-FS-CCB, WS-FS-CCB-MSG
              DISPLAY WS-FS-CCB-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   OS ARQUIVOS DE MOVIMENTO DO SISTEMA QUE AINDA NAO EXISTEM
      *   SIMPLESMENTE NAO FORNECEM CANDIDATOS
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  EXTBAN

           IF NOT WS-FS-OK
              DISPLAY "EXTRATO BANCARIO NAO ENCONTRADO (" WS-FS ")."
              GOBACK
           END-IF

           OPEN I-O    CTABCO

           IF NOT WS-FS-CTA-OK
              DISPLAY "NAO HA CONTAS BANCARIAS CADASTRADAS ("
                      WS-FS-CTA ")."
              CLOSE EXTBAN
              GOBACK
           END-IF

           OPEN I-O    EXTBCO

           IF WS-FS-EXT EQUAL 35
              OPEN OUTPUT EXTBCO
              CLOSE EXTBCO
              OPEN I-O EXTBCO
           END-IF

           OPEN I-O    CONCBCO

           IF WS-FS-CCB EQUAL 35
              OPEN OUTPUT CONCBCO
              CLOSE CONCBCO
              OPEN I-O CONCBCO
           END-IF

           OPEN OUTPUT RELEXTIMP

           IF NOT WS-FS-EXT-OK OR NOT WS-FS-CCB-OK
                               OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA IMPORTACAO "
                      "DO EXTRATO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT  TESOUR
           OPEN INPUT  BOLETOS
           OPEN INPUT  LIQCAR
           OPEN INPUT  PAGAR

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE          TO WS-CAB-DATA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   CONTAS CADASTRADAS, PARA ACHAR A CONTA DO CABECALHO DO
      *   EXTRATO E O MES FECHADO DE CADA UMA
      *----------------------------------------------------------------
       P015-CARREGA-CONTAS.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-QTD-CTAS
                                          ID-CTA
           SET WS-EOF-AUX-OK          TO FALSE

           START CTABCO KEY IS NOT LESS THAN ID-CTA
               INVALID KEY
                  SET WS-EOF-AUX-OK   TO TRUE
           END-START

           PERFORM P016-LE-CONTA UNTIL WS-EOF-AUX-OK
           .
       P016-LE-CONTA.

           READ CTABCO NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF WS-QTD-CTAS LESS 200
                     ADD 1            TO WS-QTD-CTAS
                     MOVE ID-CTA      TO TAB-ID-CTA (WS-QTD-CTAS)
                     MOVE FILIAL-CTA  TO TAB-FILIAL-CTA (WS-QTD-CTAS)
                     MOVE BANCO-CTA   TO TAB-BANCO-CTA (WS-QTD-CTAS)
                     MOVE AGENCIA-CTA TO TAB-AGENCIA-CTA (WS-QTD-CTAS)
                     MOVE NUM-CTA     TO TAB-NUM-CTA (WS-QTD-CTAS)
                     MOVE ULT-FECH-CTA
                                      TO TAB-ULT-FECH-CTA (WS-QTD-CTAS)
                     MOVE INATIVO-CTA TO TAB-INATIVO-CTA (WS-QTD-CTAS)
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   LE O EXTRATO: O CABECALHO ESCOLHE A CONTA, OS LANCAMENTOS
      *   SAO GRAVADOS NELA E O TRAILER ATUALIZA O SALDO DO BANCO
      *----------------------------------------------------------------
       P020-IMPORTA-EXTRATO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS                 TO WS-IND-CTA

           PERFORM P021-LE-EXTRATO UNTIL WS-FS-EOF
           .
       P021-LE-EXTRATO.

           READ EXTBAN
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  ADD 1               TO WS-RUN-LIDOS
                  EVALUATE TRUE
                      WHEN EXB-CABECALHO
                         PERFORM P022-TRATA-CABECALHO
                      WHEN EXB-LANCAMENTO
                         PERFORM P024-TRATA-LANCAMENTO THRU P024-FIM
                      WHEN EXB-TRAILER
                         PERFORM P026-TRATA-TRAILER THRU P026-FIM
                      WHEN OTHER
                         ADD 1        TO WS-QTD-REJEITADOS
                  END-EVALUATE
           END-READ
           .
       P022-TRATA-CABECALHO.

           MOVE ZEROS                 TO WS-IND-CTA
                                          WS-IND-ACHOU
           PERFORM P023-PROCURA-CONTA
              UNTIL WS-IND-CTA NOT LESS WS-QTD-CTAS
                 OR WS-IND-ACHOU GREATER ZEROS

           MOVE WS-IND-ACHOU          TO WS-IND-CTA

           MOVE EXB-BANCO             TO WS-LC-BANCO
           MOVE EXB-AGENCIA           TO WS-LC-AGENCIA
           MOVE EXB-CONTA             TO WS-LC-CONTA

           EVALUATE TRUE
               WHEN WS-IND-CTA EQUAL ZEROS
                  MOVE "CONTA NAO CADASTRADA - LANCAMENTOS REJEITADOS"
                                      TO WS-LC-SITUACAO
               WHEN TAB-INATIVO-CTA (WS-IND-CTA) EQUAL 'S'
                  MOVE ZEROS          TO WS-IND-CTA
                  MOVE "CONTA INATIVA - LANCAMENTOS REJEITADOS"
                                      TO WS-LC-SITUACAO
               WHEN OTHER
                  MOVE SPACES         TO WS-LC-SITUACAO
                  STRING "CONTA " TAB-ID-CTA (WS-IND-CTA)
                         DELIMITED BY SIZE INTO WS-LC-SITUACAO
                  END-STRING
           END-EVALUATE

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-CONTA        TO REL-LINHA
           WRITE REL-LINHA
           .
       P023-PROCURA-CONTA.

           ADD 1                      TO WS-IND-CTA

           IF TAB-BANCO-CTA (WS-IND-CTA) EQUAL EXB-BANCO
              AND TAB-AGENCIA-CTA (WS-IND-CTA) EQUAL EXB-AGENCIA
              AND TAB-NUM-CTA (WS-IND-CTA) EQUAL EXB-CONTA
              MOVE WS-IND-CTA         TO WS-IND-ACHOU
           END-IF
           .
      *----------------------------------------------------------------
      *   GRAVA O LANCAMENTO COMO PENDENTE; O QUE JA FOI IMPORTADO
      *   ANTES (MESMA CHAVE) E PULADO SEM ALTERAR A CONCILIACAO
      *----------------------------------------------------------------
       P024-TRATA-LANCAMENTO.

           IF WS-IND-CTA EQUAL ZEROS
              ADD 1                   TO WS-QTD-REJEITADOS
              GO TO P024-FIM
           END-IF

           MOVE EXB-DATA              TO WS-DATA-LANC

           IF WS-LANC-MES NOT GREATER TAB-ULT-FECH-CTA (WS-IND-CTA)
              ADD 1                   TO WS-QTD-REJEITADOS
              MOVE TAB-ID-CTA (WS-IND-CTA) TO WS-DET-CTA
              MOVE EXB-DATA           TO WS-DET-DATA
              MOVE EXB-NUM-LANC       TO WS-DET-LANC
              MOVE EXB-NATUREZA       TO WS-DET-NAT
              MOVE EXB-VALOR          TO WS-DET-VLR
              MOVE EXB-HISTORICO      TO WS-DET-HIST
              MOVE "REJEITADO - MES JA FECHADO"
                                      TO WS-DET-SITUACAO
              PERFORM P051-IMPRIME-DETALHE
              GO TO P024-FIM
           END-IF

           INITIALIZE REG-EXTBCO
           MOVE TAB-ID-CTA (WS-IND-CTA) TO ID-CTA-EXT
           MOVE EXB-DATA              TO DATA-EXT
           MOVE EXB-NUM-LANC          TO NUM-LANC-EXT
           MOVE EXB-NATUREZA          TO NAT-EXT
           MOVE EXB-VALOR             TO VLR-EXT
           MOVE EXB-HISTORICO         TO HIST-EXT
           MOVE EXB-DOCUMENTO         TO DOC-EXT
           SET EXT-PENDENTE           TO TRUE
           MOVE SPACES                TO TIPO-CONC-EXT
                                          REF-CONC-EXT
                                          LOGIN-CONC-EXT
           MOVE ZEROS                 TO DATA-CONC-EXT

           IF NOT EXT-CREDITO AND NOT EXT-DEBITO
              ADD 1                   TO WS-QTD-REJEITADOS
              GO TO P024-FIM
           END-IF

           WRITE REG-EXTBCO
               INVALID KEY
                  ADD 1               TO WS-QTD-DUPLICADOS
               NOT INVALID KEY
                  ADD 1               TO WS-QTD-IMPORTADOS
                  IF WS-DATA-MIN EQUAL ZEROS
                     OR DATA-EXT LESS WS-DATA-MIN
                     MOVE DATA-EXT    TO WS-DATA-MIN
                  END-IF
                  IF DATA-EXT GREATER WS-DATA-MAX
                     MOVE DATA-EXT    TO WS-DATA-MAX
                  END-IF
           END-WRITE
           .
       P024-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   SALDO FINAL INFORMADO PELO BANCO, CONFERIDO NO FECHAMENTO
      *----------------------------------------------------------------
       P026-TRATA-TRAILER.

           IF WS-IND-CTA EQUAL ZEROS
              GO TO P026-FIM
           END-IF

           MOVE TAB-ID-CTA (WS-IND-CTA) TO ID-CTA

           READ CTABCO
               INVALID KEY
                  GO TO P026-FIM
           END-READ

           IF DATA-SALDO-BCO-CTA GREATER EXB-DATA-SALDO-FIM
              GO TO P026-FIM
           END-IF

           MOVE EXB-DATA-SALDO-FIM    TO DATA-SALDO-BCO-CTA
           IF EXB-SINAL-FIM EQUAL 'D'
              COMPUTE SALDO-BCO-CTA = 0 - EXB-SALDO-FIM
           ELSE
              MOVE EXB-SALDO-FIM      TO SALDO-BCO-CTA
           END-IF

           REWRITE REG-CTABCO
           .
       P026-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   MOVIMENTOS DO SISTEMA DESDE O INICIO DO MES ANTERIOR AO
      *   PRIMEIRO LANCAMENTO IMPORTADO ATE O ULTIMO, QUE AINDA NAO
      *   FORAM CASADOS COM O EXTRATO (SEM REGISTRO EM ARQCONCBCO)
      *----------------------------------------------------------------
       P030-CARREGA-CANDIDATOS.
      *----------------------------------------------------------------
           MOVE WS-DATA-MIN           TO WS-DATA-INI-CAND
           MOVE 01                    TO WS-INI-DIA
           IF WS-INI-MES EQUAL 01
              SUBTRACT 1              FROM WS-INI-ANO
              MOVE 12                 TO WS-INI-MES
           ELSE
              SUBTRACT 1              FROM WS-INI-MES
           END-IF

           MOVE ZEROS                 TO WS-QTD-CAND

           IF WS-FS-TES-OK
              MOVE WS-DATA-INI-CAND   TO DATA-TES
              MOVE ZEROS              TO FILIAL-TES
              SET WS-EOF-AUX-OK       TO FALSE
              START TESOUR KEY IS NOT LESS THAN CHAVE-TESOUR
                  INVALID KEY
                     SET WS-EOF-AUX-OK TO TRUE
              END-START
              PERFORM P031-LE-TESOURARIA UNTIL WS-EOF-AUX-OK
           END-IF

           IF WS-FS-BOL-OK
              MOVE ZEROS              TO ID-BOLETO
              SET WS-EOF-AUX-OK       TO FALSE
              START BOLETOS KEY IS NOT LESS THAN ID-BOLETO
                  INVALID KEY
                     SET WS-EOF-AUX-OK TO TRUE
              END-START
              PERFORM P032-LE-BOLETO UNTIL WS-EOF-AUX-OK
           END-IF

           IF WS-FS-LQC-OK
              MOVE WS-DATA-INI-CAND   TO DATA-CRED-LQC
              SET WS-EOF-AUX-OK       TO FALSE
              START LIQCAR KEY IS NOT LESS THAN DATA-CRED-LQC
                  INVALID KEY
                     SET WS-EOF-AUX-OK TO TRUE
              END-START
              PERFORM P033-LE-LIQUIDACAO UNTIL WS-EOF-AUX-OK
           END-IF

           IF WS-FS-PAG-OK
              MOVE ZEROS              TO ID-PAGAR
              SET WS-EOF-AUX-OK       TO FALSE
              START PAGAR KEY IS NOT LESS THAN ID-PAGAR
                  INVALID KEY
                     SET WS-EOF-AUX-OK TO TRUE
              END-START
              PERFORM P034-LE-TITULO UNTIL WS-EOF-AUX-OK
           END-IF
           .
       P031-LE-TESOURARIA.

           READ TESOUR NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF DATA-TES GREATER WS-DATA-MAX
                     SET WS-EOF-AUX-OK TO TRUE
                  ELSE
                     MOVE CHAVE-TESOUR TO WS-NOVO-REF
                     IF VLR-DEPOSITO-TES GREATER ZEROS
                        MOVE 'T'      TO WS-NOVO-TIPO
                        MOVE DATA-TES TO WS-NOVO-DATA
                        MOVE VLR-DEPOSITO-TES TO WS-NOVO-VLR
                        MOVE FILIAL-TES TO WS-NOVO-FILIAL
                        MOVE 'C'      TO WS-NOVO-NAT
                        PERFORM P035-INCLUI-CANDIDATO THRU P035-FIM
                     END-IF
                     IF VLR-CHQ-DEP-TES GREATER ZEROS
                        MOVE 'Q'      TO WS-NOVO-TIPO
                        MOVE DATA-TES TO WS-NOVO-DATA
                        MOVE VLR-CHQ-DEP-TES TO WS-NOVO-VLR
                        MOVE FILIAL-TES TO WS-NOVO-FILIAL
                        MOVE 'C'      TO WS-NOVO-NAT
                        PERFORM P035-INCLUI-CANDIDATO THRU P035-FIM
                     END-IF
                  END-IF
           END-READ
           .
       P032-LE-BOLETO.

           READ BOLETOS NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF BOLETO-PAGO
                     AND DATA-PAG-BOL NOT LESS WS-DATA-INI-CAND
                     AND DATA-PAG-BOL NOT GREATER WS-DATA-MAX
                     MOVE 'B'         TO WS-NOVO-TIPO
                     MOVE ID-BOLETO   TO WS-NOVO-REF
                     MOVE DATA-PAG-BOL TO WS-NOVO-DATA
                     MOVE VLR-PAGO-BOL TO WS-NOVO-VLR
                     MOVE 99          TO WS-NOVO-FILIAL
                     MOVE 'C'         TO WS-NOVO-NAT
                     PERFORM P035-INCLUI-CANDIDATO THRU P035-FIM
                  END-IF
           END-READ
           .
       P033-LE-LIQUIDACAO.

           READ LIQCAR NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF DATA-CRED-LQC GREATER WS-DATA-MAX
                     SET WS-EOF-AUX-OK TO TRUE
                  ELSE
                     MOVE 'C'         TO WS-NOVO-TIPO
                     MOVE DATA-CRED-LQC TO WS-NOVO-REF
                     MOVE DATA-CRED-LQC TO WS-NOVO-DATA
                     MOVE VLR-LIQ-LQC TO WS-NOVO-VLR
                     MOVE 99          TO WS-NOVO-FILIAL
                     MOVE 'C'         TO WS-NOVO-NAT
                     PERFORM P035-INCLUI-CANDIDATO THRU P035-FIM
                  END-IF
           END-READ
           .
       P034-LE-TITULO.

           READ PAGAR NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF TITULO-PAGO
                     AND VLR-PAGO-PAG GREATER ZEROS
                     AND DATA-PGTO-PAG NOT LESS WS-DATA-INI-CAND
                     AND DATA-PGTO-PAG NOT GREATER WS-DATA-MAX
                     MOVE 'P'         TO WS-NOVO-TIPO
                     MOVE ID-PAGAR    TO WS-NOVO-REF
                     MOVE DATA-PGTO-PAG TO WS-NOVO-DATA
                     MOVE VLR-PAGO-PAG TO WS-NOVO-VLR
                     IF FILIAL-PAG EQUAL ZEROS
                        MOVE 99       TO WS-NOVO-FILIAL
                     ELSE
                        MOVE FILIAL-PAG TO WS-NOVO-FILIAL
                     END-IF
                     MOVE 'D'         TO WS-NOVO-NAT
                     PERFORM P035-INCLUI-CANDIDATO THRU P035-FIM
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   O MOVIMENTO SO ENTRA NA TABELA SE AINDA NAO FOI CASADO
      *----------------------------------------------------------------
       P035-INCLUI-CANDIDATO.

           IF WS-QTD-CAND NOT LESS 3000
              GO TO P035-FIM
           END-IF

           MOVE WS-NOVO-TIPO          TO TIPO-CCB
           MOVE WS-NOVO-REF           TO REF-CCB

           READ CONCBCO
               INVALID KEY
                  ADD 1               TO WS-QTD-CAND
                  MOVE WS-NOVO-TIPO   TO CAND-TIPO (WS-QTD-CAND)
                  MOVE WS-NOVO-REF    TO CAND-REF (WS-QTD-CAND)
                  MOVE WS-NOVO-DATA   TO CAND-DATA (WS-QTD-CAND)
                  MOVE WS-NOVO-VLR    TO CAND-VLR (WS-QTD-CAND)
                  MOVE WS-NOVO-FILIAL TO CAND-FILIAL (WS-QTD-CAND)
                  MOVE WS-NOVO-NAT    TO CAND-NAT (WS-QTD-CAND)
                  MOVE 'N'            TO CAND-USADO (WS-QTD-CAND)
           END-READ
           .
       P035-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   PASSA PELOS LANCAMENTOS PENDENTES DO PERIODO IMPORTADO EM
      *   MES AINDA ABERTO E CASA CADA UM COM O CANDIDATO DE MESMA
      *   NATUREZA E VALOR MAIS PROXIMO NA DATA. CREDITO SO CASA COM
      *   MOVIMENTO DO PROPRIO DIA OU ANTERIOR (O BANCO CREDITA DEPOIS)
      *----------------------------------------------------------------
       P040-CONCILIA-LANCAMENTOS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS                 TO ID-CTA-EXT
                                          DATA-EXT
                                          NUM-LANC-EXT
           SET WS-EOF-AUX-OK          TO FALSE

           START EXTBCO KEY IS NOT LESS THAN CHAVE-EXT
               INVALID KEY
                  SET WS-EOF-AUX-OK   TO TRUE
           END-START

           PERFORM P041-LE-LANCAMENTO UNTIL WS-EOF-AUX-OK
           .
       P041-LE-LANCAMENTO.

           READ EXTBCO NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF EXT-PENDENTE
                     AND DATA-EXT NOT LESS WS-DATA-MIN
                     AND DATA-EXT NOT GREATER WS-DATA-MAX
                     PERFORM P042-CASA-LANCAMENTO THRU P042-FIM
                  END-IF
           END-READ
           .
       P042-CASA-LANCAMENTO.

           MOVE ZEROS                 TO WS-IND-CTA
                                          WS-IND-ACHOU
           PERFORM P043-PROCURA-CONTA-ID
              UNTIL WS-IND-CTA NOT LESS WS-QTD-CTAS
                 OR WS-IND-ACHOU GREATER ZEROS

           IF WS-IND-ACHOU EQUAL ZEROS
              GO TO P042-FIM
           END-IF

           MOVE WS-IND-ACHOU          TO WS-IND-CTA
           MOVE DATA-EXT              TO WS-DATA-LANC

           IF WS-LANC-MES NOT GREATER TAB-ULT-FECH-CTA (WS-IND-CTA)
              GO TO P042-FIM
           END-IF

           MOVE ZEROS                 TO WS-IND
                                          WS-IND-ACHOU
           MOVE 99999                 TO WS-MENOR-DIAS

           PERFORM P044-COMPARA-CANDIDATO THRU P044-FIM
              UNTIL WS-IND NOT LESS WS-QTD-CAND

           MOVE ID-CTA-EXT            TO WS-DET-CTA
           MOVE DATA-EXT              TO WS-DET-DATA
           MOVE NUM-LANC-EXT          TO WS-DET-LANC
           MOVE NAT-EXT               TO WS-DET-NAT
           MOVE VLR-EXT               TO WS-DET-VLR
           MOVE HIST-EXT              TO WS-DET-HIST

           IF WS-IND-ACHOU EQUAL ZEROS
              ADD 1                   TO WS-QTD-PENDENTES
              ADD VLR-EXT             TO WS-VLR-PENDENTE
              MOVE "PENDENTE - SEM MOVIMENTO NO SISTEMA"
                                      TO WS-DET-SITUACAO
              PERFORM P051-IMPRIME-DETALHE
              GO TO P042-FIM
           END-IF

           MOVE CAND-TIPO (WS-IND-ACHOU) TO TIPO-CCB
           MOVE CAND-REF (WS-IND-ACHOU)  TO REF-CCB
           MOVE ID-CTA-EXT            TO ID-CTA-CCB
           MOVE DATA-EXT              TO DATA-EXT-CCB
           MOVE NUM-LANC-EXT          TO NUM-LANC-CCB

           WRITE REG-CONCBCO
               INVALID KEY
                  ADD 1               TO WS-QTD-PENDENTES
                  ADD VLR-EXT         TO WS-VLR-PENDENTE
                  MOVE "PENDENTE - MOVIMENTO JA CONCILIADO"
                                      TO WS-DET-SITUACAO
               NOT INVALID KEY
                  MOVE 'S'            TO CAND-USADO (WS-IND-ACHOU)
                  SET EXT-CONCILIADO  TO TRUE
                  MOVE CAND-TIPO (WS-IND-ACHOU) TO TIPO-CONC-EXT
                  MOVE CAND-REF (WS-IND-ACHOU)  TO REF-CONC-EXT
                  MOVE WS-DATA-HOJE   TO DATA-CONC-EXT
                  MOVE WS-LOGIN-AUTO  TO LOGIN-CONC-EXT
                  REWRITE REG-EXTBCO
                  ADD 1               TO WS-QTD-CASADOS
                  ADD VLR-EXT         TO WS-VLR-CASADO
                  MOVE TIPO-CONC-EXT  TO WS-SIT-TIPO
                  MOVE REF-CONC-EXT   TO WS-SIT-REF
                  MOVE WS-SIT-CASADO  TO WS-DET-SITUACAO
           END-WRITE

           PERFORM P051-IMPRIME-DETALHE
           .
       P042-FIM.
           EXIT.
       P043-PROCURA-CONTA-ID.

           ADD 1                      TO WS-IND-CTA

           IF TAB-ID-CTA (WS-IND-CTA) EQUAL ID-CTA-EXT
              MOVE WS-IND-CTA         TO WS-IND-ACHOU
           END-IF
           .
       P044-COMPARA-CANDIDATO.

           ADD 1                      TO WS-IND

           IF CANDIDATO-USADO (WS-IND)
              OR CAND-NAT (WS-IND) NOT EQUAL NAT-EXT
              OR CAND-VLR (WS-IND) NOT EQUAL VLR-EXT
              GO TO P044-FIM
           END-IF

           IF CAND-FILIAL (WS-IND) NOT EQUAL 99
              AND CAND-FILIAL (WS-IND) NOT EQUAL
                  TAB-FILIAL-CTA (WS-IND-CTA)
              GO TO P044-FIM
           END-IF

           IF CAND-DATA (WS-IND) NOT GREATER DATA-EXT
              CALL "PGMDIADIF" USING CAND-DATA (WS-IND), DATA-EXT,
                                     WS-DIAS
           ELSE
              IF EXT-CREDITO
                 GO TO P044-FIM
              END-IF
              CALL "PGMDIADIF" USING DATA-EXT, CAND-DATA (WS-IND),
                                     WS-DIAS
           END-IF

           IF WS-DIAS NOT GREATER WS-MAX-DIAS
              AND WS-DIAS LESS WS-MENOR-DIAS
              MOVE WS-DIAS            TO WS-MENOR-DIAS
              MOVE WS-IND             TO WS-IND-ACHOU
           END-IF
           .
       P044-FIM.
           EXIT.
      *----------------------------------------------------------------
       P051-IMPRIME-DETALHE.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAIS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE "LANCAMENTOS IMPORTADOS......:" TO WS-TOT-TITULO
           MOVE WS-QTD-IMPORTADOS     TO WS-TOT-QTD
           MOVE ZEROS                 TO WS-TOT-VLR
           PERFORM P061-IMPRIME-TOTAL

           MOVE "JA IMPORTADOS (PULADOS).....:" TO WS-TOT-TITULO
           MOVE WS-QTD-DUPLICADOS     TO WS-TOT-QTD
           PERFORM P061-IMPRIME-TOTAL

           MOVE "REJEITADOS..................:" TO WS-TOT-TITULO
           MOVE WS-QTD-REJEITADOS     TO WS-TOT-QTD
           PERFORM P061-IMPRIME-TOTAL

           MOVE "CONCILIADOS AUTOMATICAMENTE.:" TO WS-TOT-TITULO
           MOVE WS-QTD-CASADOS        TO WS-TOT-QTD
           MOVE WS-VLR-CASADO         TO WS-TOT-VLR
           PERFORM P061-IMPRIME-TOTAL

           MOVE "PENDENTES (VER PGMEXT02)....:" TO WS-TOT-TITULO
           MOVE WS-QTD-PENDENTES      TO WS-TOT-QTD
           MOVE WS-VLR-PENDENTE       TO WS-TOT-VLR
           PERFORM P061-IMPRIME-TOTAL
           .
       P061-IMPRIME-TOTAL.

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-TOTAL        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE EXTBAN
           CLOSE CTABCO
           CLOSE EXTBCO
           CLOSE CONCBCO
           CLOSE TESOUR
           CLOSE BOLETOS
           CLOSE LIQCAR
           CLOSE PAGAR
           CLOSE RELEXTIMP
           .
       END PROGRAM PGMEXT01.
