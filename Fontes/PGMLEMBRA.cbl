      * Manutencao: 22 AGO 2026 - CLIENTE QUE NEGOU COMUNICACOES NO
      *             REGISTRO DE CONSENTIMENTOS LGPD (ARQCONSENT, VEJA
      *             PGMCONSCK) NAO RECEBE LEMBRETE.
      * Manutencao: 15 OUT 2026 - CLIENTE DE RISCO ALTO DE FALTA
      *             (ARQRISCO, VEJA PGMRISCO) RECEBE TAMBEM UM LEMBRETE
      *             EXTRA DOIS DIAS ANTES DO ATENDIMENTO, NO MESMO
      *             LAYOUT.
      * Manutencao: 15 OUT 2026 - PREPARO NO LEMBRETE: A LINHA GANHA
      *             ;JEJUM(2);ANTECEDENCIA EM MINUTOS(3);QTD DE LINHAS
      *             DE INSTRUCAO(2) E LOGO ABAIXO VEM QTD REGISTROS
      *             "P;" COM O TEXTO DE CADA INSTRUCAO (PGMPREPCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLEMBRA.
       01 WS-DATA                  PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AMANHA           PIC 9(08) VALUE ZEROS.
       77 WS-QTD-SOMA              PIC 9(03) VALUE 1.
       01 WS-DATA-DOIS-DIAS        PIC 9(08) VALUE ZEROS.
       77 WS-QTD-SOMA-2            PIC 9(03) VALUE 2.
       77 WS-TOTAL-EXTRA           PIC 9(06) VALUE ZEROS.
       77 WS-LEMB-ANTES            PIC 9(06) VALUE ZEROS.
           COPY CPYRISCO.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                                 WS-FS-NAO-ENCONTRADO
          03 WS-LEMB-DATA         PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-LEMB-HORA         PIC 9(04).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-LEMB-JEJUM        PIC 9(02).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-LEMB-ANTECED      PIC 9(03).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-LEMB-QTD-PREP     PIC 9(02).

       01 WS-LINHA-PREP.
          03 FILLER               PIC X(02)  VALUE "P;".
          03 WS-PREP-TEXTO        PIC X(60).
       77 WS-IL-PREP              PIC 9(02)  VALUE ZEROS.
           COPY CPYPREPPAR.

           COPY CPYPATHS.

                  AND (AGE-AGENDADO OR AGE-CONFIRMADO)
                  PERFORM P030-GRAVA-LEMBRETE THRU P030-ENCERRA
               END-IF
               IF DATA-AGE EQUAL WS-DATA-DOIS-DIAS
                  AND (AGE-AGENDADO OR AGE-CONFIRMADO)
                  PERFORM P035-LEMBRETE-RISCO
               END-IF
               PERFORM P020-LER-AGENDAMENTO
           END-PERFORM
           PERFORM P050-FECHAR-ARQUIVOS
           ACCEPT WS-DATA FROM DATE YYYYMMDD
           MOVE WS-DATA               TO WS-DATA-AMANHA
           CALL "PGMDATADD" USING WS-DATA-AMANHA, "D", WS-QTD-SOMA
           MOVE WS-DATA               TO WS-DATA-DOIS-DIAS
           CALL "PGMDATADD" USING WS-DATA-DOIS-DIAS, "D",
                                  WS-QTD-SOMA-2

           MOVE ZEROS                 TO ID-AGE
           START AGENDA KEY IS NOT LESS THAN ID-AGE
                  MOVE DATA-AGE       TO WS-LEMB-DATA
                  MOVE HORA-AGE       TO WS-LEMB-HORA

                  MOVE ID-AGE         TO PREP-ID-AGE
                  MOVE ID-PROC-AGE    TO PREP-ID-PROC
                  CALL "PGMPREPCK" USING PREPARO-PARM
                  MOVE PREP-JEJUM-HORAS TO WS-LEMB-JEJUM
                  MOVE PREP-ANTECED-MIN TO WS-LEMB-ANTECED
                  MOVE PREP-QTD-LINHAS  TO WS-LEMB-QTD-PREP

                  MOVE SPACES         TO REL-LINHA
                  MOVE WS-LINHA-LEMB  TO REL-LINHA
                  WRITE REL-LINHA

                  PERFORM P032-GRAVA-PREPARO
                     VARYING WS-IL-PREP FROM 1 BY 1
                     UNTIL WS-IL-PREP GREATER PREP-QTD-LINHAS

                  ADD 1               TO WS-TOTAL-LEMB
           END-READ
           .
       P030-ENCERRA.
           EXIT.
      *----------------------------------------------------------------
      *   UMA LINHA DE INSTRUCAO DE PREPARO LOGO ABAIXO DO LEMBRETE
      *----------------------------------------------------------------
       P032-GRAVA-PREPARO.
      *----------------------------------------------------------------
           MOVE PREP-LINHA (WS-IL-PREP) TO WS-PREP-TEXTO
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PREP         TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   LEMBRETE EXTRA, DOIS DIAS ANTES, SO PARA O CLIENTE DE RISCO
      *   ALTO DE FALTA
      *----------------------------------------------------------------
       P035-LEMBRETE-RISCO.
      *----------------------------------------------------------------
           CALL "PGMRISCK" USING ID-CLI-AGE, REG-RISCO

           IF RISCO-ALTO
              MOVE WS-TOTAL-LEMB      TO WS-LEMB-ANTES
              PERFORM P030-GRAVA-LEMBRETE THRU P030-ENCERRA
              IF WS-TOTAL-LEMB GREATER WS-LEMB-ANTES
                 ADD 1                TO WS-TOTAL-EXTRA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       P050-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE RELLEMB

           DISPLAY "LEMBRETES GERADOS: " WS-TOTAL-LEMB
           DISPLAY "  EXTRAS DE RISCO ALTO (2 DIAS): " WS-TOTAL-EXTRA
           .
       END PROGRAM PGMLEMBRA.
