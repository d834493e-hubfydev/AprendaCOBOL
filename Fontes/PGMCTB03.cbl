      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: BALANCETE MENSAL DE VERIFICACAO, POR FILIAL, A PARTIR
      *          DO LIVRO DIARIO (ARQLANCTB) GRAVADO PELO PGMCTB02:
      *          PARA CADA CONTA DO PLANO (ARQPLCTA) COM MOVIMENTO, O
      *          SALDO ANTERIOR (TUDO O QUE FOI LANCADO ANTES DA
      *          COMPETENCIA), OS DEBITOS E OS CREDITOS DO MES E O
      *          SALDO ATUAL, COM D/C PELA NATUREZA DO SALDO. NO FIM DE
      *          CADA FILIAL CONFERE SE DEBITOS = CREDITOS. A FILIAL
      *          99 TIRA UM BALANCETE PARA CADA FILIAL COM LANCAMENTO E
      *          O CONSOLIDADO DA CLINICA. CONTA LANCADA QUE NAO ESTA
      *          NO PLANO APARECE COMO "FORA DO PLANO" (EVENTO
      *          APONTADO PARA CONTA EXCLUIDA). SAI EM RELBALANC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCTB03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCTB ASSIGN TO
           WS-PATH-ARQLANCTB
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-LCT
           FILE STATUS  IS WS-FS.

           SELECT PLCTA ASSIGN TO
           WS-PATH-ARQPLCTA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS COD-PLC
           FILE STATUS  IS WS-FS-PLC.

           SELECT FILIAIS ASSIGN TO
           WS-PATH-ARQFILIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FILIAL
           FILE STATUS  IS WS-FS-FIL.

           SELECT RELBALANC ASSIGN TO
           WS-PATH-RELBALANC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD LANCTB.
           COPY CPYLANCTB.

       FD PLCTA.
           COPY CPYPLCTA.

       FD FILIAIS.
           COPY CPYFILIAL.

       FD RELBALANC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PLC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PLC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PLC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PLC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PLC-EOF
                          WS-FS-OK BY WS-FS-PLC-OK
                          WS-FS BY WS-FS-PLC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FIL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FIL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FIL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FIL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FIL-EOF
                          WS-FS-OK BY WS-FS-FIL-OK
                          WS-FS BY WS-FS-FIL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-FILIAL-PEDIDA        PIC 9(02)  VALUE ZEROS.
          88 TODAS-AS-FILIAIS     VALUE 99.
       77 WS-FILIAL-CORR          PIC 9(02)  VALUE ZEROS.
       77 WS-CONSOLIDA            PIC X(01)  VALUE 'N'.
          88 BALANCETE-CONSOLIDADO VALUE 'S'.
       77 WS-FIL-ABERTO           PIC X(01)  VALUE 'N'.
          88 FILIAIS-ABERTO       VALUE 'S'.
       77 WS-IND                  PIC 9(03)  COMP.
       77 WS-IND-ACHOU            PIC 9(03)  COMP.
       77 WS-IND-FIL              PIC 9(03)  COMP.
       77 WS-QTD-CONTAS           PIC 9(03)  COMP VALUE ZEROS.
       77 WS-QTD-BALANCETES       PIC 9(03)  VALUE ZEROS.
       77 WS-CONTA-PROCURADA      PIC X(12)  VALUE SPACES.
       77 WS-SALDO                PIC S9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-DEB            PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-CRED           PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-SALDO-DEV      PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-SALDO-CRED     PIC 9(10)V99 VALUE ZEROS.
       77 WS-DIFERENCA            PIC S9(10)V99 VALUE ZEROS.

       01 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO          PIC 9(04).
          03 WS-HOJE-MES          PIC 9(02).
          03 WS-HOJE-DIA          PIC 9(02).

       01 WS-COMP-TAB             PIC 9(06)  VALUE ZEROS.
       01 REDEFINES WS-COMP-TAB.
          03 WS-COMP-ANO          PIC 9(04).
          03 WS-COMP-MES          PIC 9(02).

       01 WS-DATA-TAB             PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-TAB.
          03 WS-TAB-COMP          PIC 9(06).
          03 WS-TAB-DIA           PIC 9(02).

      *   CONTAS DO PLANO NA ORDEM DO CODIGO (AS FORA DO PLANO ENTRAM
      *   NO FIM); O SALDO ANTERIOR E DEVEDOR QUANDO POSITIVO
       01 WS-TAB-CONTAS.
          03 WS-TAB-CTA OCCURS 300 TIMES.
             05 TAB-CTA-COD       PIC X(12).
             05 TAB-CTA-NOME      PIC X(30).
             05 TAB-CTA-ANT       PIC S9(10)V99.
             05 TAB-CTA-DEB       PIC 9(10)V99.
             05 TAB-CTA-CRED      PIC 9(10)V99.

      *   FILIAIS COM LANCAMENTO; A OCORRENCIA E A FILIAL + 1
       01 WS-TAB-FILIAIS.
          03 WS-TAB-FIL OCCURS 100 TIMES.
             05 TAB-FIL-MARCA     PIC X(01).
                88 FILIAL-COM-LANCAMENTO VALUE 'S'.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(46)  VALUE
             "BALANCETE DE VERIFICACAO - COMPETENCIA ".
          03 WS-CAB-COMP          PIC 9(06).

       01 WS-CAB-FILIAL.
          03 FILLER               PIC X(08)  VALUE "FILIAL: ".
          03 WS-CAB-FIL-ID        PIC Z9.
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CAB-FIL-NOME      PIC X(30).

       01 WS-CAB-02.
          03 FILLER               PIC X(13)  VALUE "CONTA".
          03 FILLER               PIC X(31)  VALUE "NOME".
          03 FILLER               PIC X(19)  VALUE
             "   SALDO ANTERIOR".
          03 FILLER               PIC X(17)  VALUE
             "         DEBITOS".
          03 FILLER               PIC X(17)  VALUE
             "        CREDITOS".
          03 FILLER               PIC X(19)  VALUE
             "      SALDO ATUAL".

       01 WS-DETALHE.
          03 WS-DET-CONTA         PIC X(12).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NOME          PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ANT           PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ANT-DC        PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DEB           PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CRED          PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ATUAL         PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ATUAL-DC      PIC X(01).

       01 WS-TOTAL-LINHA-01.
          03 FILLER               PIC X(62)  VALUE
             "TOTAIS DO MES".
          03 WS-TOT-DEB           PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-TOT-CRED          PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-TOTAL-LINHA-02.
          03 FILLER               PIC X(30)  VALUE
             "SALDOS DEVEDORES............: ".
          03 WS-TOT-SALDO-DEV     PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 FILLER               PIC X(20)  VALUE
             "SALDOS CREDORES...: ".
          03 WS-TOT-SALDO-CRED    PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-TOTAL-LINHA-03.
          03 WS-TOT-SITUACAO      PIC X(30).
          03 WS-TOT-DIFERENCA     PIC -Z.ZZZ.ZZZ.ZZ9,99.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELBALANC".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-CARREGA-PLANO

           IF TODAS-AS-FILIAIS
              PERFORM P030-MARCA-FILIAIS
              MOVE 'N'                TO WS-CONSOLIDA
              MOVE 1                  TO WS-IND-FIL
              PERFORM P035-BALANCETE-MARCADA UNTIL WS-IND-FIL
                                                   GREATER 100
              MOVE 'S'                TO WS-CONSOLIDA
              PERFORM P040-BALANCETE
           ELSE
              MOVE 'N'                TO WS-CONSOLIDA
              MOVE WS-FILIAL-PEDIDA   TO WS-FILIAL-CORR
              PERFORM P040-BALANCETE
           END-IF

           PERFORM P070-FECHAR-ARQUIVOS

           MOVE WS-COMPETENCIA        TO WS-SPOOL-PARMS
           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELBALANC,
                                 WS-SPOOL-PARMS

           DISPLAY "BALANCETES EMITIDOS: " WS-QTD-BALANCETES

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLANCTB_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLANCTB
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPLCTA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPLCTA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFILIAL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFILIAL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELBALANC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELBALANC
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
           IF NOT WS-FS-PLC-OK AND NOT WS-FS-PLC-EOF
              CALL "PGMFSMSG" USING WS-FS-PLC, WS-FS-PLC-MSG
              DISPLAY WS-FS-PLC-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM COMPETENCIA INFORMADA, O MES PASSADO
      *----------------------------------------------------------------
       P005-ACEITA-PARAMETROS.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "COMPETENCIA DO BALANCETE (AAAAMM, 0 = MES "
                   "PASSADO): "
           ACCEPT WS-COMPETENCIA

           IF WS-COMPETENCIA EQUAL ZEROS
              MOVE WS-HOJE-ANO        TO WS-COMP-ANO
              MOVE WS-HOJE-MES        TO WS-COMP-MES
              IF WS-COMP-MES EQUAL 1
                 SUBTRACT 1           FROM WS-COMP-ANO
                 MOVE 12              TO WS-COMP-MES
              ELSE
                 SUBTRACT 1           FROM WS-COMP-MES
              END-IF
              MOVE WS-COMP-TAB        TO WS-COMPETENCIA
           END-IF

           DISPLAY "FILIAL (99 = TODAS E O CONSOLIDADO): "
           ACCEPT WS-FILIAL-PEDIDA

           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  PLCTA
           OPEN OUTPUT RELBALANC

           IF NOT WS-FS-PLC-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DO PLANO DE CONTAS."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT  FILIAIS
           IF WS-FS-FIL-OK
              SET FILIAIS-ABERTO      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
      *   CARREGA O PLANO DE CONTAS NA TABELA (JA VEM EM ORDEM)
      *----------------------------------------------------------------
       P020-CARREGA-PLANO.
      *----------------------------------------------------------------
           INITIALIZE WS-TAB-CONTAS
           MOVE ZEROS                 TO WS-QTD-CONTAS

           PERFORM P021-LE-CONTA UNTIL WS-FS-PLC-EOF

           CLOSE PLCTA
           .
       P021-LE-CONTA.

           READ PLCTA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-PLC
               NOT AT END
                  IF WS-QTD-CONTAS LESS 300
                     ADD 1            TO WS-QTD-CONTAS
                     MOVE COD-PLC     TO TAB-CTA-COD (WS-QTD-CONTAS)
                     MOVE NM-PLC      TO TAB-CTA-NOME (WS-QTD-CONTAS)
                  ELSE
                     DISPLAY "PLANO COM MAIS DE 300 CONTAS. CONTA "
                             COD-PLC " FORA DO BALANCETE."
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   PRIMEIRA PASSADA: QUAIS FILIAIS TEM LANCAMENTO ATE O FIM DA
      *   COMPETENCIA
      *----------------------------------------------------------------
       P030-MARCA-FILIAIS.
      *----------------------------------------------------------------
           INITIALIZE WS-TAB-FILIAIS

           OPEN INPUT  LANCTB
           IF NOT WS-FS-OK
              DISPLAY "LIVRO DIARIO VAZIO OU INDISPONIVEL (" WS-FS
                      ")."
              MOVE 10                 TO WS-FS
           END-IF

           PERFORM P031-MARCA-LANCAMENTO UNTIL WS-FS-EOF

           CLOSE LANCTB
           .
       P031-MARCA-LANCAMENTO.

           READ LANCTB NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  MOVE DATA-LCT       TO WS-DATA-TAB
                  IF WS-TAB-COMP NOT GREATER WS-COMPETENCIA
                     COMPUTE WS-IND-FIL = FILIAL-LCT + 1
                     SET FILIAL-COM-LANCAMENTO (WS-IND-FIL) TO TRUE
                  END-IF
           END-READ
           .
       P035-BALANCETE-MARCADA.

           IF FILIAL-COM-LANCAMENTO (WS-IND-FIL)
              COMPUTE WS-FILIAL-CORR = WS-IND-FIL - 1
              PERFORM P040-BALANCETE
           END-IF

           ADD 1                      TO WS-IND-FIL
           .
      *----------------------------------------------------------------
      *   UM BALANCETE: ZERA OS VALORES, SOMA O LIVRO E IMPRIME
      *----------------------------------------------------------------
       P040-BALANCETE.
      *----------------------------------------------------------------
           MOVE 1                     TO WS-IND
           PERFORM P041-ZERA-CONTA UNTIL WS-IND GREATER WS-QTD-CONTAS

           OPEN INPUT  LANCTB
           IF NOT WS-FS-OK
              MOVE 10                 TO WS-FS
           END-IF

           PERFORM P042-SOMA-LANCAMENTO UNTIL WS-FS-EOF

           CLOSE LANCTB

           PERFORM P050-IMPRIME-BALANCETE
           ADD 1                      TO WS-QTD-BALANCETES
           .
       P041-ZERA-CONTA.

           MOVE ZEROS                 TO TAB-CTA-ANT (WS-IND)
                                         TAB-CTA-DEB (WS-IND)
                                         TAB-CTA-CRED (WS-IND)
           ADD 1                      TO WS-IND
           .
       P042-SOMA-LANCAMENTO.

           READ LANCTB NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  IF BALANCETE-CONSOLIDADO
                     OR FILIAL-LCT EQUAL WS-FILIAL-CORR
                     PERFORM P043-ACUMULA
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   ANTES DA COMPETENCIA VAI PARA O SALDO ANTERIOR; NA
      *   COMPETENCIA, PARA O MOVIMENTO DO MES; DEPOIS, NAO ENTRA
      *----------------------------------------------------------------
       P043-ACUMULA.

           MOVE DATA-LCT              TO WS-DATA-TAB

           IF WS-TAB-COMP GREATER WS-COMPETENCIA
              CONTINUE
           ELSE
              MOVE DEB-LCT            TO WS-CONTA-PROCURADA
              PERFORM P060-LOCALIZA-CONTA
              IF WS-IND-ACHOU GREATER ZEROS
                 IF WS-TAB-COMP LESS WS-COMPETENCIA
                    ADD VLR-LCT       TO TAB-CTA-ANT (WS-IND-ACHOU)
                 ELSE
                    ADD VLR-LCT       TO TAB-CTA-DEB (WS-IND-ACHOU)
                 END-IF
              END-IF

              MOVE CRED-LCT           TO WS-CONTA-PROCURADA
              PERFORM P060-LOCALIZA-CONTA
              IF WS-IND-ACHOU GREATER ZEROS
                 IF WS-TAB-COMP LESS WS-COMPETENCIA
                    SUBTRACT VLR-LCT  FROM TAB-CTA-ANT (WS-IND-ACHOU)
                 ELSE
                    ADD VLR-LCT       TO TAB-CTA-CRED (WS-IND-ACHOU)
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   IMPRIME AS CONTAS COM SALDO OU MOVIMENTO E OS TOTAIS
      *----------------------------------------------------------------
       P050-IMPRIME-BALANCETE.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-TOTAL-DEB
                                         WS-TOTAL-CRED
                                         WS-TOTAL-SALDO-DEV
                                         WS-TOTAL-SALDO-CRED

           IF WS-QTD-BALANCETES GREATER ZEROS
              MOVE SPACES             TO REL-LINHA
              WRITE REL-LINHA
              MOVE ALL '-'            TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           IF BALANCETE-CONSOLIDADO
              MOVE ZEROS              TO WS-CAB-FIL-ID
              MOVE "CONSOLIDADO - TODAS AS FILIAIS"
                                      TO WS-CAB-FIL-NOME
           ELSE
              MOVE WS-FILIAL-CORR     TO WS-CAB-FIL-ID
              PERFORM P055-NOME-FILIAL
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-FILIAL         TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE 1                     TO WS-IND
           PERFORM P051-IMPRIME-CONTA UNTIL WS-IND GREATER WS-QTD-CONTAS

           MOVE WS-TOTAL-DEB          TO WS-TOT-DEB
           MOVE WS-TOTAL-CRED         TO WS-TOT-CRED
           MOVE WS-TOTAL-SALDO-DEV    TO WS-TOT-SALDO-DEV
           MOVE WS-TOTAL-SALDO-CRED   TO WS-TOT-SALDO-CRED

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-01     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-02     TO REL-LINHA
           WRITE REL-LINHA

           COMPUTE WS-DIFERENCA = WS-TOTAL-DEB - WS-TOTAL-CRED
           IF WS-DIFERENCA EQUAL ZEROS
              COMPUTE WS-DIFERENCA = WS-TOTAL-SALDO-DEV
                                   - WS-TOTAL-SALDO-CRED
           END-IF

           IF WS-DIFERENCA EQUAL ZEROS
              MOVE "BALANCETE FECHADO............"
                                      TO WS-TOT-SITUACAO
           ELSE
              MOVE "*** DIFERENCA DEBITO/CREDITO: "
                                      TO WS-TOT-SITUACAO
           END-IF
           MOVE WS-DIFERENCA          TO WS-TOT-DIFERENCA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-03     TO REL-LINHA
           WRITE REL-LINHA
           .
       P051-IMPRIME-CONTA.

           IF TAB-CTA-ANT (WS-IND) NOT EQUAL ZEROS
              OR TAB-CTA-DEB (WS-IND) GREATER ZEROS
              OR TAB-CTA-CRED (WS-IND) GREATER ZEROS
              PERFORM P052-LINHA-CONTA
           END-IF

           ADD 1                      TO WS-IND
           .
       P052-LINHA-CONTA.

           MOVE TAB-CTA-COD (WS-IND)  TO WS-DET-CONTA
           MOVE TAB-CTA-NOME (WS-IND) TO WS-DET-NOME

           MOVE TAB-CTA-ANT (WS-IND)  TO WS-SALDO
           MOVE WS-SALDO              TO WS-DET-ANT
           IF WS-SALDO LESS ZEROS
              MOVE 'C'                TO WS-DET-ANT-DC
           ELSE
              MOVE 'D'                TO WS-DET-ANT-DC
           END-IF
           IF WS-SALDO EQUAL ZEROS
              MOVE SPACE              TO WS-DET-ANT-DC
           END-IF

           MOVE TAB-CTA-DEB (WS-IND)  TO WS-DET-DEB
           MOVE TAB-CTA-CRED (WS-IND) TO WS-DET-CRED

           COMPUTE WS-SALDO = TAB-CTA-ANT (WS-IND)
                            + TAB-CTA-DEB (WS-IND)
                            - TAB-CTA-CRED (WS-IND)
           MOVE WS-SALDO              TO WS-DET-ATUAL
           IF WS-SALDO LESS ZEROS
              MOVE 'C'                TO WS-DET-ATUAL-DC
              SUBTRACT WS-SALDO       FROM WS-TOTAL-SALDO-CRED
           ELSE
              MOVE 'D'                TO WS-DET-ATUAL-DC
              ADD WS-SALDO            TO WS-TOTAL-SALDO-DEV
           END-IF
           IF WS-SALDO EQUAL ZEROS
              MOVE SPACE              TO WS-DET-ATUAL-DC
           END-IF

           ADD TAB-CTA-DEB (WS-IND)   TO WS-TOTAL-DEB
           ADD TAB-CTA-CRED (WS-IND)  TO WS-TOTAL-CRED

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
       P055-NOME-FILIAL.

           MOVE SPACES                TO WS-CAB-FIL-NOME

           IF WS-FILIAL-CORR EQUAL ZEROS
              MOVE "SEM FILIAL (CENTRAL)"
                                      TO WS-CAB-FIL-NOME
           ELSE
              IF FILIAIS-ABERTO
                 MOVE WS-FILIAL-CORR  TO ID-FILIAL
                 READ FILIAIS
                     NOT INVALID KEY
                        MOVE NM-FILIAL TO WS-CAB-FIL-NOME
                 END-READ
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   LOCALIZA A CONTA NA TABELA; CONTA QUE NAO ESTA NO PLANO
      *   ENTRA NO FIM COMO FORA DO PLANO
      *----------------------------------------------------------------
       P060-LOCALIZA-CONTA.

           MOVE ZEROS                 TO WS-IND-ACHOU
           MOVE ZEROS                 TO WS-IND

           PERFORM P061-COMPARA-CONTA
              UNTIL WS-IND NOT LESS WS-QTD-CONTAS
                 OR WS-IND-ACHOU GREATER ZEROS

           IF WS-IND-ACHOU EQUAL ZEROS
              IF WS-QTD-CONTAS LESS 300
                 ADD 1                TO WS-QTD-CONTAS
                 MOVE WS-QTD-CONTAS   TO WS-IND-ACHOU
                 MOVE WS-CONTA-PROCURADA
                                      TO TAB-CTA-COD (WS-IND-ACHOU)
                 MOVE "*** CONTA FORA DO PLANO"
                                      TO TAB-CTA-NOME (WS-IND-ACHOU)
                 MOVE ZEROS           TO TAB-CTA-ANT (WS-IND-ACHOU)
                                         TAB-CTA-DEB (WS-IND-ACHOU)
                                         TAB-CTA-CRED (WS-IND-ACHOU)
              ELSE
                 DISPLAY "TABELA DE CONTAS CHEIA (300). CONTA "
                         WS-CONTA-PROCURADA " FORA DO BALANCETE."
              END-IF
           END-IF
           .
       P061-COMPARA-CONTA.

           ADD 1                      TO WS-IND

           IF TAB-CTA-COD (WS-IND) EQUAL WS-CONTA-PROCURADA
              MOVE WS-IND             TO WS-IND-ACHOU
           END-IF
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE RELBALANC

           IF FILIAIS-ABERTO
              CLOSE FILIAIS
           END-IF
           .
       END PROGRAM PGMCTB03.
