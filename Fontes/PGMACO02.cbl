      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: ACOMPANHAMENTO DOS ACORDOS DE RENEGOCIACAO (PGMACO01),
      *          PARA RODAR DIARIAMENTE ANTES DO AGING E DA COBRANCA:
      *            - ACORDO CUJA FATURA (TIPO 'R') JA FOI QUITADA NO
      *              CAIXA OU PELO BANCO PASSA A QUITADO;
      *            - ACORDO COM PARCELA EM ABERTO HA MAIS DE N DIAS DO
      *              VENCIMENTO (PARAMETRO ACORDODIAS DA TABELA CENTRAL,
      *              PADRAO 30) E ROMPIDO: TODAS AS PARCELAS EM ABERTO
      *              VENCEM ANTECIPADAMENTE NA DATA DA PARCELA QUE
      *              ROMPEU, DE MODO QUE O SALDO INTEIRO VOLTA A
      *              VENCIDO NO AGING, NA COBRANCA E NA MORA DO CAIXA.
      *          CADA ROMPIMENTO SAI NO RELATORIO RELACORDO.LST COM O
      *          CLIENTE, A PARCELA QUE ROMPEU E O SALDO REABERTO, E E
      *          REGISTRADO NA AUDITORIA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMACO02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDO ASSIGN TO
           WS-PATH-ARQACORDO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-ACORDO
           FILE STATUS  IS WS-FS-ACO.

           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS-FAT.

           SELECT FATPAR ASSIGN TO
           WS-PATH-ARQFATPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-FATPAR
           FILE STATUS  IS WS-FS.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT RELACORDO ASSIGN TO
           WS-PATH-RELACORDO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ACORDO.
           COPY CPYACORDO.

       FD FATURA.
           COPY CPYFATURA.

       FD FATPAR.
           COPY CPYFATPAR.

       FD CLIENTES.
           COPY CPYCLI.

       FD RELACORDO
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ACO-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-ACO-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-ACO-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-ACO-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-ACO-EOF
                          WS-FS-OK BY WS-FS-ACO-OK
                          WS-FS BY WS-FS-ACO.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-DATA-HOJE        PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS-TOLERANCIA  PIC 9(03)  VALUE 30.
       77 WS-DIAS-ATRASO      PIC 9(05)  VALUE ZEROS.
       77 WS-IND-PARC         PIC 9(02)  VALUE ZEROS.
       77 WS-PAR-ROMPE        PIC 9(02)  VALUE ZEROS.
       77 WS-VENC-ROMPE       PIC 9(08)  VALUE ZEROS.
       77 WS-ATRASO-ROMPE     PIC 9(05)  VALUE ZEROS.
       77 WS-VLR-SALDO        PIC 9(06)V99 VALUE ZEROS.
       77 WS-QTD-LIDOS        PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-ATIVOS       PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-QUITADOS     PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-ROMPIDOS     PIC 9(05)  VALUE ZEROS.
       77 WS-VLR-REABERTO     PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE 'N'.
       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "ACORDOS DE RENEGOCIACAO ROMPIDOS EM ".
          03 WS-CAB-DATA          PIC 9(08).

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE "ACORDO".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(20)  VALUE "CLIENTE".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(12)  VALUE "TELEFONE".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(09)  VALUE "FAT/PARC".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(08)  VALUE "VENCTO".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(05)  VALUE "DIAS".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(12)  VALUE "SALDO REAB.".

       01 WS-DETALHE.
          03 WS-DET-ACORDO        PIC ZZZ9.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-NOME          PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DDD           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-TEL           PIC 9(09).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FATURA        PIC 9(04).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-DET-PARCELA       PIC 9(02).
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-VENC          PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DIAS          PIC ZZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-TITULO        PIC X(24).
          03 WS-TOT-QTD           PIC ZZ.ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-TOT-VLR           PIC ZZ.ZZZ.ZZ9,99.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMACO02".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE "ACORDODIAS"         TO WS-PAR-CHAVE
            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-DIAS-TOLERANCIA
            END-IF

            OPEN I-O ACORDO

            IF WS-FS-ACO EQUAL 35
               DISPLAY "NENHUM ACORDO DE RENEGOCIACAO CADASTRADO."
               GOBACK
            END-IF

            OPEN I-O FATURA
            OPEN I-O FATPAR
            OPEN INPUT CLIENTES
            OPEN OUTPUT RELACORDO

            IF NOT WS-FS-ACO-OK OR NOT WS-FS-FAT-OK OR NOT WS-FS-OK
               OR NOT WS-FS-CLI-OK OR NOT WS-FS-REL-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DOS ACORDOS: "
                       WS-FS-ACO " " WS-FS-FAT " " WS-FS " "
                       WS-FS-CLI " " WS-FS-REL
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            PERFORM P040-IMPRIME-CABECALHO THRU P040-FIM

            SET WS-EOF-OK             TO FALSE
            PERFORM P010-LE-ACORDO THRU P010-FIM UNTIL WS-EOF-OK

            PERFORM P060-IMPRIME-TOTAIS THRU P060-FIM

            CLOSE ACORDO
            CLOSE FATURA
            CLOSE FATPAR
            CLOSE CLIENTES
            CLOSE RELACORDO

            DISPLAY "ACORDOS ATIVOS....: " WS-QTD-ATIVOS
            DISPLAY "ACORDOS QUITADOS..: " WS-QTD-QUITADOS
            DISPLAY "ACORDOS ROMPIDOS..: " WS-QTD-ROMPIDOS
                    " (VEJA RELACORDO.LST)"

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQACORDO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQACORDO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATPAR_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFATPAR
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELACORDO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-RELACORDO
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            IF NOT WS-FS-OK
               CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
               DISPLAY WS-FS-MSG
            END-IF
            IF NOT WS-FS-FAT-OK
               CALL "PGMFSMSG" USING WS-FS-FAT, WS-FS-FAT-MSG
               DISPLAY WS-FS-FAT-MSG
            END-IF
            IF NOT WS-FS-REL-OK
               CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
               DISPLAY WS-FS-REL-MSG
            END-IF
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   SO O ACORDO ATIVO E ACOMPANHADO; QUITADO E ROMPIDO JA ESTAO
      *   ENCERRADOS
      *----------------------------------------------------------------
       P010-LE-ACORDO.

            READ ACORDO NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   ADD 1              TO WS-QTD-LIDOS
                   IF ACORDO-ATIVO
                      PERFORM P020-AVALIA-ACORDO THRU P020-FIM
                   END-IF
            END-READ
            .
       P010-FIM.
       P020-AVALIA-ACORDO.

            MOVE ID-FAT-ACO           TO ID-FATURA

            READ FATURA
                INVALID KEY
                   DISPLAY "ACORDO " ID-ACORDO " SEM A FATURA "
                           ID-FAT-ACO "."
                   GO TO P020-FIM
            END-READ

            IF FATURA-PAGA
               SET ACORDO-QUITADO     TO TRUE
               REWRITE REG-ACORDO
               ADD 1                  TO WS-QTD-QUITADOS
               GO TO P020-FIM
            END-IF

            MOVE ZEROS                TO WS-PAR-ROMPE
                                          WS-VENC-ROMPE
                                          WS-ATRASO-ROMPE
                                          WS-VLR-SALDO
                                          WS-IND-PARC

            PERFORM P021-CONFERE-PARCELA THRU P021-FIM
               UNTIL WS-IND-PARC NOT LESS QTD-PARC-FAT

            IF WS-PAR-ROMPE EQUAL ZEROS
               ADD 1                  TO WS-QTD-ATIVOS
            ELSE
               PERFORM P030-ROMPE-ACORDO THRU P030-FIM
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   SOMA O SALDO EM ABERTO E GUARDA A PRIMEIRA PARCELA VENCIDA
      *   ALEM DA TOLERANCIA
      *----------------------------------------------------------------
       P021-CONFERE-PARCELA.

            ADD 1                     TO WS-IND-PARC

            MOVE ID-FATURA            TO ID-FAT-PAR
            MOVE WS-IND-PARC          TO NUM-PAR

            READ FATPAR
                INVALID KEY
                   GO TO P021-FIM
            END-READ

            IF NOT PARCELA-ABERTA
               GO TO P021-FIM
            END-IF

            COMPUTE WS-VLR-SALDO = WS-VLR-SALDO + VLR-PAR
                  - VLR-PAGO-PAR - VLR-DESC-PAR

            IF WS-PAR-ROMPE GREATER ZEROS
               OR DATA-VENC-PAR NOT LESS WS-DATA-HOJE
               GO TO P021-FIM
            END-IF

            CALL "PGMDIADIF" USING DATA-VENC-PAR, WS-DATA-HOJE,
                                   WS-DIAS-ATRASO

            IF WS-DIAS-ATRASO GREATER WS-DIAS-TOLERANCIA
               MOVE NUM-PAR           TO WS-PAR-ROMPE
               MOVE DATA-VENC-PAR     TO WS-VENC-ROMPE
               MOVE WS-DIAS-ATRASO    TO WS-ATRASO-ROMPE
            END-IF
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   ROMPIMENTO: VENCIMENTO ANTECIPADO DAS PARCELAS QUE AINDA NAO
      *   VENCERAM, ACORDO ROMPIDO COM O SALDO REABERTO, AUDITORIA E
      *   LINHA NO RELATORIO
      *----------------------------------------------------------------
       P030-ROMPE-ACORDO.

            MOVE ZEROS                TO WS-IND-PARC

            PERFORM P031-ANTECIPA-PARCELA THRU P031-FIM
               UNTIL WS-IND-PARC NOT LESS QTD-PARC-FAT

            SET ACORDO-ROMPIDO        TO TRUE
            MOVE WS-DATA-HOJE         TO DATA-ROMPE-ACO
            MOVE WS-VLR-SALDO         TO VLR-REABERTO-ACO

            REWRITE REG-ACORDO

            IF NOT WS-FS-ACO-OK
               DISPLAY "ERRO AO GRAVAR O ROMPIMENTO DO ACORDO "
                       ID-ACORDO ": " WS-FS-ACO
               GO TO P030-FIM
            END-IF

            ADD 1                     TO WS-QTD-ROMPIDOS
            ADD WS-VLR-SALDO          TO WS-VLR-REABERTO

            MOVE "ACORDO"             TO WS-AUD-MODULO
            MOVE 'A'                  TO WS-AUD-OPER
            MOVE ID-ACORDO            TO WS-AUD-CHAVE
            MOVE "ROMPIMENTO"         TO WS-AUD-CAMPO
            MOVE "ATIVO"              TO WS-AUD-ANTES
            MOVE WS-VLR-SALDO         TO WS-DET-VLR
            MOVE WS-DET-VLR           TO WS-AUD-DEPOIS
            CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                  WS-AUD-CHAVE, WS-AUD-CAMPO,
                                  WS-AUD-ANTES, WS-AUD-DEPOIS

            PERFORM P050-IMPRIME-LINHA THRU P050-FIM
            .
       P030-FIM.
       P031-ANTECIPA-PARCELA.

            ADD 1                     TO WS-IND-PARC

            MOVE ID-FATURA            TO ID-FAT-PAR
            MOVE WS-IND-PARC          TO NUM-PAR

            READ FATPAR
                INVALID KEY
                   GO TO P031-FIM
            END-READ

            IF PARCELA-ABERTA
               AND DATA-VENC-PAR GREATER WS-VENC-ROMPE
               MOVE WS-VENC-ROMPE     TO DATA-VENC-PAR
               REWRITE REG-FATPAR
               MOVE "ARQFATPAR"          TO WS-JRN-ARQ
               MOVE 'R'                  TO WS-JRN-OPER
               CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                      WS-JRN-PGM, WS-FS, REG-FATPAR
            END-IF
            .
       P031-FIM.
      *----------------------------------------------------------------
       P040-IMPRIME-CABECALHO.
      *----------------------------------------------------------------
            MOVE WS-DATA-HOJE         TO WS-CAB-DATA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-01            TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-02            TO REL-LINHA
            WRITE REL-LINHA
            .
       P040-FIM.
       P050-IMPRIME-LINHA.

            MOVE ID-CLI-ACO           TO ID-CLI

            READ CLIENTES KEY IS ID-CLI
                INVALID KEY
                   MOVE "*CLIENTE NAO ENCONTRADO*" TO NM-CLI
                   MOVE ZEROS         TO DDD-CLI
                                          TEL-CLI
            END-READ

            MOVE ID-ACORDO            TO WS-DET-ACORDO
            MOVE NM-CLI               TO WS-DET-NOME
            MOVE DDD-CLI              TO WS-DET-DDD
            MOVE TEL-CLI              TO WS-DET-TEL
            MOVE ID-FAT-ACO           TO WS-DET-FATURA
            MOVE WS-PAR-ROMPE         TO WS-DET-PARCELA
            MOVE WS-VENC-ROMPE        TO WS-DET-VENC
            MOVE WS-ATRASO-ROMPE      TO WS-DET-DIAS
            MOVE WS-VLR-SALDO         TO WS-DET-VLR

            MOVE SPACES               TO REL-LINHA
            MOVE WS-DETALHE           TO REL-LINHA
            WRITE REL-LINHA
            .
       P050-FIM.
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAIS.
      *----------------------------------------------------------------
            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE "ACORDOS ROMPIDOS.......:" TO WS-TOT-TITULO
            MOVE WS-QTD-ROMPIDOS      TO WS-TOT-QTD
            MOVE WS-VLR-REABERTO      TO WS-TOT-VLR

            MOVE SPACES               TO REL-LINHA
            MOVE WS-LINHA-TOTAL       TO REL-LINHA
            WRITE REL-LINHA

            MOVE "ACORDOS QUITADOS.......:" TO WS-TOT-TITULO
            MOVE WS-QTD-QUITADOS      TO WS-TOT-QTD
            MOVE ZEROS                TO WS-TOT-VLR

            MOVE SPACES               TO REL-LINHA
            MOVE WS-LINHA-TOTAL       TO REL-LINHA
            WRITE REL-LINHA

            MOVE "ACORDOS ATIVOS.........:" TO WS-TOT-TITULO
            MOVE WS-QTD-ATIVOS        TO WS-TOT-QTD
            MOVE ZEROS                TO WS-TOT-VLR

            MOVE SPACES               TO REL-LINHA
            MOVE WS-LINHA-TOTAL       TO REL-LINHA
            WRITE REL-LINHA
            .
       P060-FIM.
       END PROGRAM PGMACO02.
