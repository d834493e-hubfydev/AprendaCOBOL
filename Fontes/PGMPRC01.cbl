      * Date: 09 AGO 2026
      * Purpose: INCLUIR PROCEDIMENTOS/EXAMES NO CATALOGO - INDEXADO
      ******************************************************************
      * Manutencao: 15 OUT 2026 - PEDE O GRUPO DE CARENCIA DO
      *             PROCEDIMENTO (GRUPO-PROC), CONFERIDO NO AGENDAMENTO
      *             CONTRA A CARENCIA DA COBERTURA DO PACIENTE.
      * Manutencao: 15 OUT 2026 - PEDE A CAPACIDADE DA SESSAO EM GRUPO
      *             (CAPAC-GRUPO-PROC; 0 = ATENDIMENTO INDIVIDUAL).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRC01.
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-EXIT            PIC X.
          88 WS-EXIT-OK      VALUE 'F' FALSE 'N'.
       77 WS-GRUPO-OK        PIC X(01) VALUE 'N'.
          88 GRUPO-OK        VALUE 'S'.
           COPY CPYFS.
           COPY CPYPATHS.
       PROCEDURE DIVISION.
            ACCEPT VLR-PROC
            DISPLAY "INFORME A DURACAO EM MINUTOS: "
            ACCEPT DURACAO-PROC
            MOVE 'N'                 TO WS-GRUPO-OK
            PERFORM P011-ACEITA-GRUPO THRU P011-FIM UNTIL GRUPO-OK
            DISPLAY "SESSAO EM GRUPO - CAPACIDADE DE PACIENTES POR "
                    "HORARIO (0 = INDIVIDUAL): "
            ACCEPT CAPAC-GRUPO-PROC

            IF CAPAC-GRUPO-PROC EQUAL 1
               MOVE ZEROS            TO CAPAC-GRUPO-PROC
            END-IF

            WRITE REG-PROC
                  INVALID KEY
            END-IF
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   GRUPO DE CARENCIA: INDICE DA DATA DE FIM DE CARENCIA NA
      *   COBERTURA DO PACIENTE (CPYCOBERT)
      *----------------------------------------------------------------
       P011-ACEITA-GRUPO.

            DISPLAY "GRUPO DE CARENCIA - 1 CONSULTA, 2 EXAME, "
                    "3 ALTA COMPLEXIDADE,"
            DISPLAY "   4 CIRURGIA, 5 TERAPIA, 0 NAO CLASSIFICADO: "
            ACCEPT GRUPO-PROC

            IF GRUPO-VALIDO OR GRUPO-NAO-CLASSIF
               SET GRUPO-OK          TO TRUE
            ELSE
               DISPLAY "GRUPO INVALIDO."
            END-IF
            .
       P011-FIM.
       END PROGRAM PGMPRC01.
