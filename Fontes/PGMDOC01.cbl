      *          MANTER AS REGRAS DE DOCUMENTO OBRIGATORIO POR
      *          PROCEDIMENTO (ARQDOCOBR), USADAS PELO AVISO DO
      *          PGMAGE01 NO AGENDAMENTO.
      * Manutencao: 15 OUT 2026 - A LISTA DE DOCUMENTOS DO CLIENTE FICA
      *             NO REGISTRO DE ACESSOS (PGMACELOG); PROFISSIONAL
      *             SEM AGENDAMENTO RECENTE COM O PACIENTE PRECISA
      *             JUSTIFICAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDOC01.
       77 WS-ID-CLI-DOC       PIC 9(04) VALUE ZEROS.
       77 WS-PROX-SEQ         PIC 9(03) VALUE ZEROS.

           COPY CPYACECK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            DISPLAY "ID DO CLIENTE: "
            ACCEPT WS-ID-CLI-DOC

            MOVE WS-ID-CLI-DOC        TO ACK-ID-CLI
            MOVE "DOCUMENT"           TO ACK-TIPO
            MOVE "LISTA"              TO ACK-CHAVE
            MOVE "PGMDOC01"           TO ACK-PROGRAMA
            CALL "PGMACELOG" USING ACECK-PARM

            IF NOT ACESSO-LIBERADO
               GO TO P040-FIM
            END-IF

            SET WS-EOF-OK             TO FALSE
            MOVE WS-ID-CLI-DOC        TO ID-CLI-DOC
            MOVE ZEROS                TO SEQ-DOC
