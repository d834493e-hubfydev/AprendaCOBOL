      * Author: ANDRE COSTA
      * Date: 09 AGO 2026
      * Purpose: INCLUIR SALAS - INDEXADO
      * Manutencao: 15 OUT 2026 - PEDE A FILIAL DA SALA, VALIDADA CONTRA
      *             O ARQUIVO DE FILIAIS (BASE DA DEPRECIACAO DOS
      *             EQUIPAMENTOS POR FILIAL NO DRE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSAL01.
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
       77 WS-EXIT            PIC X.
          88 WS-EXIT-OK      VALUE 'F' FALSE 'N'.
       77 WS-FILIAL-OK       PIC X(01) VALUE 'N'.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FIL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FIL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FIL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FIL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FIL-EOF
                          WS-FS-OK BY WS-FS-FIL-OK
                          WS-FS BY WS-FS-FIL.
           COPY CPYPATHS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
               GOBACK
            END-IF

            OPEN INPUT FILIAIS

            IF NOT WS-FS-FIL-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE FILIAIS: "
                       WS-FS-FIL
               CLOSE SALAS
               GOBACK
            END-IF

            CALL "PGMPROXSL" USING ID-SALA
            DISPLAY "ID DA SALA: " ID-SALA
            DISPLAY "INFORME O NOME DA SALA: "
            ACCEPT NM-SALA

            MOVE 'N'                  TO WS-FILIAL-OK
            PERFORM P020-PEDE-FILIAL THRU P020-FIM
               UNTIL WS-FILIAL-OK EQUAL 'S'

            WRITE REG-SALA
                  INVALID KEY
                     DISPLAY
            ACCEPT WS-EXIT

            CLOSE SALAS
            CLOSE FILIAIS

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO FECHAR O ARQUIVO DE SALAS."
            END-IF
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   PEDE A FILIAL DA SALA E SO SEGUE QUANDO FOR UMA FILIAL ATIVA
      *   CADASTRADA NO ARQUIVO DE FILIAIS
      *----------------------------------------------------------------
       P020-PEDE-FILIAL.

            DISPLAY "INFORME A FILIAL DA SALA: "
            ACCEPT FILIAL-SALA

            MOVE FILIAL-SALA          TO ID-FILIAL
            READ FILIAIS KEY IS ID-FILIAL
                INVALID KEY
                   DISPLAY "FILIAL NAO ENCONTRADA."
                NOT INVALID KEY
                   IF FILIAL-INATIVA
                      DISPLAY "FILIAL INATIVA."
                   ELSE
                      MOVE 'S'        TO WS-FILIAL-OK
                   END-IF
            END-READ
            .
       P020-FIM.
       END PROGRAM PGMSAL01.
