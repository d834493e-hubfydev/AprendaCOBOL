      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LISTAR OS PEDIDOS DE COMPRA AGUARDANDO APROVACAO
      *          (PGMCMP02): VALOR, QUEM PEDIU, DESDE QUANDO, HA
      *          QUANTOS DIAS E QUAL PERFIL PRECISA APROVAR (GERENTE
      *          OU ADMINISTRADOR, PELAS ALCADAS ALCCOMPRAS E
      *          ALCGERENTE), PARA O DONO COBRAR QUEM ESTA SEGURANDO A
      *          COMPRA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCMP04.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO
           WS-PATH-ARQPEDCMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-PEDIDO
           FILE STATUS  IS WS-FS.

           SELECT FORNECEDORES ASSIGN TO
           WS-PATH-ARQFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
           COPY CPYPEDCMP.

       FD FORNECEDORES.
           COPY CPYFORN.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FRN-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FRN-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FRN-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FRN-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FRN-EOF
                          WS-FS-OK BY WS-FS-FRN-OK
                          WS-FS BY WS-FS-FRN.

       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-FRN-ABERTO       PIC X(01) VALUE 'N'.
          88 FORNEC-ABERTO    VALUE 'S'.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DIAS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PEDIDOS      PIC 9(04) VALUE ZEROS.
       77 WS-VLR-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-VLR-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TOT-EDIT         PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-NM-FORN          PIC X(20) VALUE SPACES.
       77 WS-APROVADOR        PIC X(13) VALUE SPACES.

      *   MESMAS ALCADAS E DEFAULTS DO PGMCMP02
       77 WS-ALC-GERENTE      PIC 9(08)V99 VALUE 10000,00.

       77 WS-PAR-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE 'N'.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE "ALCGERENTE"         TO WS-PAR-CHAVE
            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-ALC-GERENTE
            END-IF

            OPEN INPUT PEDIDOS

            IF NOT WS-FS-OK
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            OPEN INPUT FORNECEDORES
            IF WS-FS-FRN-OK
               SET FORNEC-ABERTO      TO TRUE
            END-IF

            DISPLAY "------ PEDIDOS DE COMPRA AGUARDANDO APROVACAO ----"
            DISPLAY "PEDIDO FORNECEDOR                     VALOR "
                    "PEDIDO POR SOLICITADO DIAS APROVADOR"

            PERFORM P010-LE-PEDIDO THRU P010-FIM UNTIL WS-EOF-OK

            MOVE WS-VLR-TOTAL         TO WS-TOT-EDIT
            DISPLAY "--------------------------------------------------"
            DISPLAY "PEDIDOS AGUARDANDO: " WS-QTD-PEDIDOS
                    " - VALOR TOTAL: " WS-TOT-EDIT

            CLOSE PEDIDOS
            IF FORNEC-ABERTO
               CLOSE FORNECEDORES
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPEDCMP_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPEDCMP
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORN_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
            DISPLAY WS-FS-MSG
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   LE O PROXIMO PEDIDO E EXIBE OS QUE AGUARDAM APROVACAO
      *----------------------------------------------------------------
       P010-LE-PEDIDO.

            READ PEDIDOS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P010-FIM
            END-READ

            IF NOT PED-AGUARD-APROV
               GO TO P010-FIM
            END-IF

            MOVE SPACES               TO WS-NM-FORN
            IF FORNEC-ABERTO
               MOVE ID-FORN-PED       TO ID-FORN
               READ FORNECEDORES
                   NOT INVALID KEY
                      MOVE NM-FORN    TO WS-NM-FORN
               END-READ
            END-IF

            MOVE ZEROS                TO WS-DIAS
            IF DATA-SOLIC-PED GREATER ZEROS
               CALL "PGMDIADIF" USING DATA-SOLIC-PED, WS-DATA-HOJE,
                                      WS-DIAS
            END-IF

            IF VLR-TOTAL-PED GREATER WS-ALC-GERENTE
               MOVE "ADMINISTRADOR"   TO WS-APROVADOR
            ELSE
               MOVE "GERENTE"         TO WS-APROVADOR
            END-IF

            MOVE VLR-TOTAL-PED        TO WS-VLR-EDIT
            DISPLAY ID-PEDIDO "   " ID-FORN-PED " " WS-NM-FORN " "
                    WS-VLR-EDIT " " LOGIN-SOLIC-PED " "
                    DATA-SOLIC-PED " " WS-DIAS " " WS-APROVADOR

            ADD 1                     TO WS-QTD-PEDIDOS
            ADD VLR-TOTAL-PED         TO WS-VLR-TOTAL
            .
       P010-FIM.
       END PROGRAM PGMCMP04.
