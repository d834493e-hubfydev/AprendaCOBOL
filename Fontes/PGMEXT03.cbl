      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: FECHAMENTO MENSAL DA CONCILIACAO BANCARIA DE UMA CONTA.
      *          OS MESES SAO FECHADOS EM SEQUENCIA: O PRIMEIRO E O MES
      *          DO SALDO DE ABERTURA (PGMCTA01), OS SEGUINTES VEM UM
      *          APOS O OUTRO. PARTE DO SALDO DO ULTIMO FECHAMENTO (OU
      *          DO DE ABERTURA), SOMA OS CREDITOS E DEBITOS DO EXTRATO
      *          NO MES (CONCILIADOS E PENDENTES), CONFERE O SALDO FINAL
      *          COM O INFORMADO PELO BANCO NO TRAILER DO EXTRATO E
      *          LISTA OS MOVIMENTOS DO SISTEMA QUE AINDA NAO SAIRAM NO
      *          EXTRATO (EM TRANSITO). O MES SO FECHA SEM NENHUM
      *          LANCAMENTO PENDENTE; FECHADO, O SALDO CONCILIADO FICA
      *          NA CONTA COMO PONTO DE PARTIDA DO MES SEGUINTE E O
      *          MES NAO ACEITA MAIS IMPORTACAO NEM CONCILIACAO. SAI O
      *          RELATORIO RELCONCFEC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEXT03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTABCO ASSIGN TO
           WS-PATH-ARQCTABCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CTA
           FILE STATUS  IS WS-FS-CTA.

           SELECT EXTBCO ASSIGN TO
           WS-PATH-ARQEXTBCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-EXT
           FILE STATUS  IS WS-FS.

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

           SELECT RELCONCFEC ASSIGN TO
           WS-PATH-RELCONCFEC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD RELCONCFEC
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
       77 WS-CONFIRMA             PIC X(01)  VALUE 'N'.
       77 WS-QTD-CONC             PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-PEND             PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-TRANSITO         PIC 9(06)  VALUE ZEROS.
       77 WS-CRED-CONC            PIC 9(10)V99 VALUE ZEROS.
       77 WS-DEB-CONC             PIC 9(10)V99 VALUE ZEROS.
       77 WS-CRED-PEND            PIC 9(10)V99 VALUE ZEROS.
       77 WS-DEB-PEND             PIC 9(10)V99 VALUE ZEROS.
       77 WS-CRED-TRANS           PIC 9(10)V99 VALUE ZEROS.
       77 WS-DEB-TRANS            PIC 9(10)V99 VALUE ZEROS.
       77 WS-SALDO-ANT            PIC S9(10)V99 VALUE ZEROS.
       77 WS-SALDO-EXTRATO        PIC S9(10)V99 VALUE ZEROS.
       77 WS-SALDO-CONC           PIC S9(10)V99 VALUE ZEROS.
       77 WS-DIFERENCA            PIC S9(10)V99 VALUE ZEROS.
       77 WS-TIPO                 PIC X(01)  VALUE SPACES.
       77 WS-REF                  PIC X(12)  VALUE SPACES.
       77 WS-NAT-ITEM             PIC X(01)  VALUE SPACES.
       77 WS-VLR-ITEM             PIC 9(09)V99 VALUE ZEROS.
       77 WS-DATA-ITEM            PIC 9(08)  VALUE ZEROS.

       01 WS-MES-FECH             PIC 9(06)  VALUE ZEROS.
       01 REDEFINES WS-MES-FECH.
          03 WS-FECH-ANO          PIC 9(04).
          03 WS-FECH-MES          PIC 9(02).

       01 WS-DATA-INI             PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-INI.
          03 WS-INI-MES           PIC 9(06).
          03 WS-INI-DIA           PIC 9(02).

       01 WS-DATA-FIM             PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-FIM.
          03 WS-FIM-MES           PIC 9(06).
          03 WS-FIM-DIA           PIC 9(02).

       01 WS-DATA-BCO             PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-BCO.
          03 WS-BCO-MES           PIC 9(06).
          03 WS-BCO-DIA           PIC 9(02).

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(36)  VALUE
             "FECHAMENTO DA CONCILIACAO BANCARIA -".
          03 FILLER               PIC X(07)  VALUE " CONTA ".
          03 WS-CAB-CTA           PIC ZZZ9.
          03 FILLER               PIC X(05)  VALUE " MES ".
          03 WS-CAB-MES           PIC 9(06).

       01 WS-CAB-02.
          03 FILLER               PIC X(09)  VALUE "BANCO/AG ".
          03 WS-CAB-BANCO         PIC 9(03).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-CAB-AGENCIA       PIC 9(05).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-CAB-CONTA         PIC X(12).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CAB-DESCR         PIC X(30).

       01 WS-LINHA-VALOR.
          03 WS-LV-TITULO         PIC X(40).
          03 WS-LV-QTD            PIC ZZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-LV-VLR            PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-CAB-TRANSITO.
          03 FILLER               PIC X(50)  VALUE
             "MOVIMENTOS DO SISTEMA AINDA NAO SAIDOS NO EXTRATO".

       01 WS-LINHA-TRANSITO.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-LT-TIPO           PIC X(01).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-LT-REF            PIC X(12).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-LT-DATA           PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-LT-NAT            PIC X(01).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-LT-VLR            PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-MSG            PIC X(80)  VALUE SPACES.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P005-ACEITA-CONTA
           PERFORM P020-SOMA-EXTRATO
           PERFORM P040-IMPRIME-SALDOS
           PERFORM P050-LISTA-TRANSITO THRU P050-TOTAL
           PERFORM P060-FECHA-MES THRU P060-FIM
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "RELATORIO GRAVADO EM RELCONCFEC."

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
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

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELCONCFEC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELCONCFEC
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
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   A CONTA DEFINE O MES A FECHAR: O SEGUINTE AO ULTIMO FECHADO,
      *   OU O DO SALDO DE ABERTURA QUANDO NENHUM FOI FECHADO AINDA
      *----------------------------------------------------------------
       P005-ACEITA-CONTA.
      *----------------------------------------------------------------
           DISPLAY "ID DA CONTA BANCARIA: "
           ACCEPT ID-CTA

           READ CTABCO
               INVALID KEY
                  DISPLAY "CONTA NAO ENCONTRADA."
                  PERFORM P070-FECHAR-ARQUIVOS
                  GOBACK
           END-READ

           IF CTA-NUNCA-FECHADA
              MOVE DATA-SALDO-INI-CTA TO WS-DATA-INI
              MOVE WS-INI-MES         TO WS-MES-FECH
              MOVE SALDO-INI-CTA      TO WS-SALDO-ANT
           ELSE
              MOVE ULT-FECH-CTA       TO WS-MES-FECH
              IF WS-FECH-MES EQUAL 12
                 ADD 1                TO WS-FECH-ANO
                 MOVE 1               TO WS-FECH-MES
              ELSE
                 ADD 1                TO WS-FECH-MES
              END-IF
              MOVE WS-MES-FECH        TO WS-INI-MES
              MOVE 01                 TO WS-INI-DIA
              MOVE SALDO-FECH-CTA     TO WS-SALDO-ANT
           END-IF

           MOVE WS-MES-FECH           TO WS-FIM-MES
           MOVE 31                    TO WS-FIM-DIA

           DISPLAY "MES A FECHAR: " WS-MES-FECH

           MOVE ID-CTA                TO WS-CAB-CTA
           MOVE WS-MES-FECH           TO WS-CAB-MES
           MOVE BANCO-CTA             TO WS-CAB-BANCO
           MOVE AGENCIA-CTA           TO WS-CAB-AGENCIA
           MOVE NUM-CTA               TO WS-CAB-CONTA
           MOVE DESCR-CTA             TO WS-CAB-DESCR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN I-O    CTABCO

           IF NOT WS-FS-CTA-OK
              DISPLAY "NAO HA CONTAS BANCARIAS CADASTRADAS ("
                      WS-FS-CTA ")."
              GOBACK
           END-IF

           OPEN INPUT  EXTBCO

           IF NOT WS-FS-OK
              DISPLAY "NENHUM EXTRATO IMPORTADO AINDA (" WS-FS ")."
              CLOSE CTABCO
              GOBACK
           END-IF

           OPEN OUTPUT RELCONCFEC

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DE FECHAMENTO DA "
                      "CONCILIACAO."
              PERFORM P002-EXIBE-ERRO-FS
              CLOSE CTABCO
              CLOSE EXTBCO
              GOBACK
           END-IF

           OPEN INPUT  CONCBCO
           OPEN INPUT  TESOUR
           OPEN INPUT  BOLETOS
           OPEN INPUT  LIQCAR
           OPEN INPUT  PAGAR

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           .
      *----------------------------------------------------------------
      *   CREDITOS E DEBITOS DO EXTRATO NO MES, CONCILIADOS E
      *   PENDENTES
      *----------------------------------------------------------------
       P020-SOMA-EXTRATO.
      *----------------------------------------------------------------
           MOVE ID-CTA                TO ID-CTA-EXT
           MOVE WS-DATA-INI           TO DATA-EXT
           MOVE ZEROS                 TO NUM-LANC-EXT
           SET WS-EOF-AUX-OK          TO FALSE

           START EXTBCO KEY IS NOT LESS THAN CHAVE-EXT
               INVALID KEY
                  SET WS-EOF-AUX-OK   TO TRUE
           END-START

           PERFORM P021-LE-LANCAMENTO UNTIL WS-EOF-AUX-OK
           .
       P021-LE-LANCAMENTO.

           READ EXTBCO NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF ID-CTA-EXT NOT EQUAL ID-CTA
                     OR DATA-EXT GREATER WS-DATA-FIM
                     SET WS-EOF-AUX-OK TO TRUE
                  ELSE
                     PERFORM P022-SOMA-LANCAMENTO
                  END-IF
           END-READ
           .
       P022-SOMA-LANCAMENTO.

           IF EXT-CONCILIADO
              ADD 1                   TO WS-QTD-CONC
              IF EXT-CREDITO
                 ADD VLR-EXT          TO WS-CRED-CONC
              ELSE
                 ADD VLR-EXT          TO WS-DEB-CONC
              END-IF
           ELSE
              ADD 1                   TO WS-QTD-PEND
              IF EXT-CREDITO
                 ADD VLR-EXT          TO WS-CRED-PEND
              ELSE
                 ADD VLR-EXT          TO WS-DEB-PEND
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   SALDO ANTERIOR, MOVIMENTO DO MES, SALDO DO EXTRATO, SALDO
      *   CONCILIADO E A CONFERENCIA COM O SALDO INFORMADO PELO BANCO
      *----------------------------------------------------------------
       P040-IMPRIME-SALDOS.
      *----------------------------------------------------------------
           COMPUTE WS-SALDO-CONC = WS-SALDO-ANT
                                 + WS-CRED-CONC - WS-DEB-CONC
           COMPUTE WS-SALDO-EXTRATO = WS-SALDO-CONC
                                    + WS-CRED-PEND - WS-DEB-PEND

           MOVE "SALDO ANTERIOR.........................:"
                                      TO WS-LV-TITULO
           MOVE ZEROS                 TO WS-LV-QTD
           MOVE WS-SALDO-ANT          TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE "CREDITOS CONCILIADOS...................:"
                                      TO WS-LV-TITULO
           MOVE WS-CRED-CONC          TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE "DEBITOS CONCILIADOS....................:"
                                      TO WS-LV-TITULO
           MOVE WS-DEB-CONC           TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE "LANCAMENTOS CONCILIADOS................:"
                                      TO WS-LV-TITULO
           MOVE WS-QTD-CONC           TO WS-LV-QTD
           MOVE ZEROS                 TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE "CREDITOS PENDENTES.....................:"
                                      TO WS-LV-TITULO
           MOVE ZEROS                 TO WS-LV-QTD
           MOVE WS-CRED-PEND          TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE "DEBITOS PENDENTES......................:"
                                      TO WS-LV-TITULO
           MOVE WS-DEB-PEND           TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE "LANCAMENTOS PENDENTES..................:"
                                      TO WS-LV-TITULO
           MOVE WS-QTD-PEND           TO WS-LV-QTD
           MOVE ZEROS                 TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE "SALDO FINAL PELO EXTRATO...............:"
                                      TO WS-LV-TITULO
           MOVE ZEROS                 TO WS-LV-QTD
           MOVE WS-SALDO-EXTRATO      TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE "SALDO CONCILIADO.......................:"
                                      TO WS-LV-TITULO
           MOVE WS-SALDO-CONC         TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE DATA-SALDO-BCO-CTA    TO WS-DATA-BCO

           IF WS-BCO-MES EQUAL WS-MES-FECH
              MOVE "SALDO INFORMADO PELO BANCO.............:"
                                      TO WS-LV-TITULO
              MOVE SALDO-BCO-CTA      TO WS-LV-VLR
              PERFORM P041-IMPRIME-VALOR
              COMPUTE WS-DIFERENCA = SALDO-BCO-CTA - WS-SALDO-EXTRATO
              IF WS-DIFERENCA NOT EQUAL ZEROS
                 MOVE "DIFERENCA EXTRATO X SALDO DO BANCO.....:"
                                      TO WS-LV-TITULO
                 MOVE WS-DIFERENCA    TO WS-LV-VLR
                 PERFORM P041-IMPRIME-VALOR
              END-IF
           END-IF
           .
       P041-IMPRIME-VALOR.

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-VALOR        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   MOVIMENTOS DO SISTEMA DO MES AINDA SEM LANCAMENTO NO
      *   EXTRATO: DEPOSITOS DA FILIAL DA CONTA, BOLETOS, CREDITOS DE
      *   CARTAO E TITULOS PAGOS DA FILIAL (OU SEM FILIAL)
      *----------------------------------------------------------------
       P050-LISTA-TRANSITO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-TRANSITO       TO REL-LINHA
           WRITE REL-LINHA

           IF NOT WS-FS-CCB-OK
              GO TO P050-TOTAL
           END-IF

           IF WS-FS-TES-OK
              MOVE WS-DATA-INI        TO DATA-TES
              MOVE ZEROS              TO FILIAL-TES
              SET WS-EOF-AUX-OK       TO FALSE
              START TESOUR KEY IS NOT LESS THAN CHAVE-TESOUR
                  INVALID KEY
                     SET WS-EOF-AUX-OK TO TRUE
              END-START
              PERFORM P051-LE-TESOURARIA UNTIL WS-EOF-AUX-OK
           END-IF

           IF WS-FS-BOL-OK
              MOVE ZEROS              TO ID-BOLETO
              SET WS-EOF-AUX-OK       TO FALSE
              START BOLETOS KEY IS NOT LESS THAN ID-BOLETO
                  INVALID KEY
                     SET WS-EOF-AUX-OK TO TRUE
              END-START
              PERFORM P052-LE-BOLETO UNTIL WS-EOF-AUX-OK
           END-IF

           IF WS-FS-LQC-OK
              MOVE WS-DATA-INI        TO DATA-CRED-LQC
              SET WS-EOF-AUX-OK       TO FALSE
              START LIQCAR KEY IS NOT LESS THAN DATA-CRED-LQC
                  INVALID KEY
                     SET WS-EOF-AUX-OK TO TRUE
              END-START
              PERFORM P053-LE-LIQUIDACAO UNTIL WS-EOF-AUX-OK
           END-IF

           IF WS-FS-PAG-OK
              MOVE ZEROS              TO ID-PAGAR
              SET WS-EOF-AUX-OK       TO FALSE
              START PAGAR KEY IS NOT LESS THAN ID-PAGAR
                  INVALID KEY
                     SET WS-EOF-AUX-OK TO TRUE
              END-START
              PERFORM P054-LE-TITULO UNTIL WS-EOF-AUX-OK
           END-IF
           .
       P050-TOTAL.

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE "CREDITOS EM TRANSITO...................:"
                                      TO WS-LV-TITULO
           MOVE ZEROS                 TO WS-LV-QTD
           MOVE WS-CRED-TRANS         TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR

           MOVE "DEBITOS EM TRANSITO....................:"
                                      TO WS-LV-TITULO
           MOVE WS-DEB-TRANS          TO WS-LV-VLR
           PERFORM P041-IMPRIME-VALOR
           .
       P051-LE-TESOURARIA.

           READ TESOUR NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF DATA-TES GREATER WS-DATA-FIM
                     SET WS-EOF-AUX-OK TO TRUE
                  ELSE
                     IF FILIAL-TES EQUAL FILIAL-CTA
                        MOVE CHAVE-TESOUR TO WS-REF
                        MOVE DATA-TES TO WS-DATA-ITEM
                        MOVE 'C'      TO WS-NAT-ITEM
                        IF VLR-DEPOSITO-TES GREATER ZEROS
                           MOVE 'T'   TO WS-TIPO
                           MOVE VLR-DEPOSITO-TES TO WS-VLR-ITEM
                           PERFORM P055-LISTA-SE-PENDENTE
                        END-IF
                        IF VLR-CHQ-DEP-TES GREATER ZEROS
                           MOVE 'Q'   TO WS-TIPO
                           MOVE VLR-CHQ-DEP-TES TO WS-VLR-ITEM
                           PERFORM P055-LISTA-SE-PENDENTE
                        END-IF
                     END-IF
                  END-IF
           END-READ
           .
       P052-LE-BOLETO.

           READ BOLETOS NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF BOLETO-PAGO
                     AND DATA-PAG-BOL NOT LESS WS-DATA-INI
                     AND DATA-PAG-BOL NOT GREATER WS-DATA-FIM
                     MOVE 'B'         TO WS-TIPO
                     MOVE ID-BOLETO   TO WS-REF
                     MOVE DATA-PAG-BOL TO WS-DATA-ITEM
                     MOVE 'C'         TO WS-NAT-ITEM
                     MOVE VLR-PAGO-BOL TO WS-VLR-ITEM
                     PERFORM P055-LISTA-SE-PENDENTE
                  END-IF
           END-READ
           .
       P053-LE-LIQUIDACAO.

           READ LIQCAR NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF DATA-CRED-LQC GREATER WS-DATA-FIM
                     SET WS-EOF-AUX-OK TO TRUE
                  ELSE
                     MOVE 'C'         TO WS-TIPO
                     MOVE DATA-CRED-LQC TO WS-REF
                     MOVE DATA-CRED-LQC TO WS-DATA-ITEM
                     MOVE 'C'         TO WS-NAT-ITEM
                     MOVE VLR-LIQ-LQC TO WS-VLR-ITEM
                     PERFORM P055-LISTA-SE-PENDENTE
                  END-IF
           END-READ
           .
       P054-LE-TITULO.

           READ PAGAR NEXT RECORD
               AT END
                  SET WS-EOF-AUX-OK   TO TRUE
               NOT AT END
                  IF TITULO-PAGO
                     AND VLR-PAGO-PAG GREATER ZEROS
                     AND DATA-PGTO-PAG NOT LESS WS-DATA-INI
                     AND DATA-PGTO-PAG NOT GREATER WS-DATA-FIM
                     AND (FILIAL-PAG EQUAL ZEROS
                          OR FILIAL-PAG EQUAL FILIAL-CTA)
                     MOVE 'P'         TO WS-TIPO
                     MOVE ID-PAGAR    TO WS-REF
                     MOVE DATA-PGTO-PAG TO WS-DATA-ITEM
                     MOVE 'D'         TO WS-NAT-ITEM
                     MOVE VLR-PAGO-PAG TO WS-VLR-ITEM
                     PERFORM P055-LISTA-SE-PENDENTE
                  END-IF
           END-READ
           .
       P055-LISTA-SE-PENDENTE.

           MOVE WS-TIPO               TO TIPO-CCB
           MOVE WS-REF                TO REF-CCB

           READ CONCBCO
               INVALID KEY
                  ADD 1               TO WS-QTD-TRANSITO
                  IF WS-NAT-ITEM EQUAL 'C'
                     ADD WS-VLR-ITEM  TO WS-CRED-TRANS
                  ELSE
                     ADD WS-VLR-ITEM  TO WS-DEB-TRANS
                  END-IF
                  MOVE WS-TIPO        TO WS-LT-TIPO
                  MOVE WS-REF         TO WS-LT-REF
                  MOVE WS-DATA-ITEM   TO WS-LT-DATA
                  MOVE WS-NAT-ITEM    TO WS-LT-NAT
                  MOVE WS-VLR-ITEM    TO WS-LT-VLR
                  MOVE SPACES         TO REL-LINHA
                  MOVE WS-LINHA-TRANSITO TO REL-LINHA
                  WRITE REL-LINHA
           END-READ
           .
      *----------------------------------------------------------------
      *   SEM LANCAMENTO PENDENTE, PEDE CONFIRMACAO E GRAVA NA CONTA O
      *   MES FECHADO E O SALDO CONCILIADO
      *----------------------------------------------------------------
       P060-FECHA-MES.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-PEND GREATER ZEROS
              MOVE SPACES             TO WS-LINHA-MSG
              STRING "MES NAO FECHADO: " WS-QTD-PEND
                     " LANCAMENTO(S) DO EXTRATO PENDENTE(S)."
                     DELIMITED BY SIZE INTO WS-LINHA-MSG
              END-STRING
              DISPLAY WS-LINHA-MSG
              DISPLAY "CONCILIE-OS NAS PENDENCIAS (PGMEXT02) ANTES."
              MOVE SPACES             TO REL-LINHA
              MOVE WS-LINHA-MSG       TO REL-LINHA
              WRITE REL-LINHA
              GO TO P060-FIM
           END-IF

           MOVE WS-SALDO-CONC         TO WS-LV-VLR
           DISPLAY "SALDO CONCILIADO: " WS-LV-VLR
           DISPLAY "CONFIRMA O FECHAMENTO DO MES " WS-MES-FECH
                   " (S/N)? "
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              MOVE "FECHAMENTO NAO CONFIRMADO - SOMENTE CONFERENCIA."
                                      TO WS-LINHA-MSG
              DISPLAY WS-LINHA-MSG
              MOVE SPACES             TO REL-LINHA
              MOVE WS-LINHA-MSG       TO REL-LINHA
              WRITE REL-LINHA
              GO TO P060-FIM
           END-IF

           MOVE ULT-FECH-CTA          TO WS-AUD-ANTES
           MOVE WS-MES-FECH           TO ULT-FECH-CTA
           MOVE WS-SALDO-CONC         TO SALDO-FECH-CTA

           REWRITE REG-CTABCO
               INVALID KEY
                  DISPLAY "ERRO AO GRAVAR O FECHAMENTO NA CONTA."
               NOT INVALID KEY
                  MOVE SPACES         TO WS-LINHA-MSG
                  STRING "MES " WS-MES-FECH " FECHADO."
                         DELIMITED BY SIZE INTO WS-LINHA-MSG
                  END-STRING
                  DISPLAY WS-LINHA-MSG
                  MOVE SPACES         TO REL-LINHA
                  MOVE WS-LINHA-MSG   TO REL-LINHA
                  WRITE REL-LINHA
                  MOVE "CTABCO"       TO WS-AUD-MODULO
                  MOVE 'A'            TO WS-AUD-OPER
                  MOVE ID-CTA         TO WS-AUD-CHAVE
                  MOVE "ULT-FECH"     TO WS-AUD-CAMPO
                  MOVE WS-MES-FECH    TO WS-AUD-DEPOIS
                  CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                        WS-AUD-CHAVE, WS-AUD-CAMPO,
                                        WS-AUD-ANTES, WS-AUD-DEPOIS
           END-REWRITE
           .
       P060-FIM.
           EXIT.
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE CTABCO
           CLOSE EXTBCO
           CLOSE CONCBCO
           CLOSE TESOUR
           CLOSE BOLETOS
           CLOSE LIQCAR
           CLOSE PAGAR
           CLOSE RELCONCFEC
           .
       END PROGRAM PGMEXT03.
