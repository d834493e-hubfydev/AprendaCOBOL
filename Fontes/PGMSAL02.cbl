      * Author: ANDRE COSTA
      * Date: 09 AGO 2026
      * Purpose: ATUALIZAR SALAS - INDEXADO
      * Manutencao: 15 OUT 2026 - PERMITE TROCAR A FILIAL DA SALA
      *             (VALIDADA CONTRA O ARQUIVO DE FILIAIS); AS SALAS
      *             ANTERIORES A ESTE CAMPO FICAM COM FILIAL ZERO ATE
      *             SEREM ATUALIZADAS AQUI.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSAL02.
           RECORD KEY   IS ID-SALA
           ALTERNATE RECORD KEY IS NM-SALA WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT FILIAIS ASSIGN TO
           WS-PATH-ARQFILIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FILIAL
           ALTERNATE RECORD KEY IS NM-FILIAL WITH DUPLICATES
           FILE STATUS  IS WS-FS-FIL.
       DATA DIVISION.
       FILE SECTION.
       FD SALAS.
           COPY CPYSALA.

       FD FILIAIS.
           COPY CPYFILIAL.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FIL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FIL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FIL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FIL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FIL-EOF
                          WS-FS-OK BY WS-FS-FIL-OK
                          WS-FS BY WS-FS-FIL.
       01 WS-REG-SALA.
          03 WS-ID-SALA      PIC 9(02).
          03 WS-NM-SALA      PIC X(30).
          03 WS-FILIAL-SALA  PIC 9(02).
       77 WS-FILIAL-OK       PIC X(01) VALUE 'N'.
           COPY CPYPATHS.


            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSALA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFILIAL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFILIAL
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------

            MOVE   WS-NM-SALA      TO NM-SALA

            OPEN INPUT FILIAIS

            IF WS-FS-FIL-OK
               MOVE 'N'            TO WS-FILIAL-OK
               PERFORM P020-PEDE-FILIAL THRU P020-FIM
                  UNTIL WS-FILIAL-OK EQUAL 'S'
               CLOSE FILIAIS
            ELSE
               DISPLAY "ARQUIVO DE FILIAIS INDISPONIVEL: FILIAL DA "
                       "SALA MANTIDA."
            END-IF

            REWRITE REG-SALA
                    INVALID KEY
                       DISPLAY "SALA JA EXISTE"
            END-IF
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   NOVA FILIAL DA SALA (ZERO MANTEM A ATUAL); SO SEGUE COM UMA
      *   FILIAL ATIVA CADASTRADA NO ARQUIVO DE FILIAIS
      *----------------------------------------------------------------
       P020-PEDE-FILIAL.

            MOVE ZEROS             TO WS-FILIAL-SALA

            DISPLAY "FILIAL ATUAL DA SALA: " FILIAL-SALA
            DISPLAY "INFORME A NOVA FILIAL (0 = MANTER): "
            ACCEPT WS-FILIAL-SALA

            IF WS-FILIAL-SALA EQUAL ZEROS
               MOVE 'S'            TO WS-FILIAL-OK
               GO TO P020-FIM
            END-IF

            MOVE WS-FILIAL-SALA    TO ID-FILIAL
            READ FILIAIS KEY IS ID-FILIAL
                INVALID KEY
                   DISPLAY "FILIAL NAO ENCONTRADA."
                NOT INVALID KEY
                   IF FILIAL-INATIVA
                      DISPLAY "FILIAL INATIVA."
                   ELSE
                      MOVE WS-FILIAL-SALA TO FILIAL-SALA
                      MOVE 'S'     TO WS-FILIAL-OK
                   END-IF
            END-READ
            .
       P020-FIM.

       END PROGRAM PGMSAL02.
