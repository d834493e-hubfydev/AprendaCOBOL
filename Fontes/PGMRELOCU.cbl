      *          COM O PERCENTUAL DE UTILIZACAO. AS SALAS SAEM NO FIM
      *          COM A OCUPACAO CONTRA O EXPEDIENTE PADRAO DA CLINICA
      *          (0800-1800).
      * Manutencao: 15 OUT 2026 - A CAPACIDADE DO PROFISSIONAL PASSA A
      *             SEGUIR A ESCALA SEMANAL EM VIGOR EM CADA DIA DO MES
      *             (PGMESCDIA: VAGAS DE 30 MINUTOS DAS JANELAS DO
      *             DIA); DIA SEM ESCALA EM VIGOR CONTINUA PELOS DIAS
      *             DE ATENDIMENTO E EXPEDIENTE DO CADASTRO.
      * Manutencao: 15 OUT 2026 - FALTAS PREVISTAS POR PROFISSIONAL:
      *             SOMA DA TAXA DE FALTA DE CADA PACIENTE (PGMRISCK)
      *             NOS AGENDAMENTOS AINDA EM ABERTO NO MES, COM
      *             QUANTOS SAO DE RISCO ALTO, PARA PLANEJAR ENCAIXES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRELOCU.
       77 WS-MIN-FIM              PIC 9(04)  VALUE ZEROS.
       77 WS-VAGAS-DIA            PIC 9(04)  VALUE ZEROS.
       77 WS-VAGAS-MES            PIC 9(06)  VALUE ZEROS.
       77 WS-JAN                  PIC 9(02)  COMP.
       77 WS-VAGAS-JAN            PIC 9(04)  VALUE ZEROS.
           COPY CPYESCDIA.
       77 WS-QTD-OCUPADOS         PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-CANCELADOS       PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-FALTAS           PIC 9(06)  VALUE ZEROS.
       77 WS-PERC-UTIL            PIC 9(03)V99 VALUE ZEROS.
       77 WS-QTD-ABERTOS          PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-RISCO-ALTO       PIC 9(06)  VALUE ZEROS.
       77 WS-SOMA-PERC-FALTA      PIC 9(08)V99 VALUE ZEROS.
       77 WS-FALTAS-PREV          PIC 9(06)V9 VALUE ZEROS.
           COPY CPYRISCO.
       77 WS-EOF-AGE              PIC 9      VALUE 0.
          88 WS-EOF-AGE-OK        VALUE 1 FALSE 0.
       77 WS-MODO                 PIC X(01)  VALUE 'P'.
          03 WS-LIN-PERC          PIC ZZ9,99.
          03 FILLER               PIC X(02)  VALUE " %".

       01 WS-LINHA-PREVISAO.
          03 FILLER               PIC X(13)  VALUE "  EM ABERTO: ".
          03 WS-LIN-ABERTOS       PIC ZZZ.ZZ9.
          03 FILLER               PIC X(20)  VALUE
             "  FALTAS PREVISTAS: ".
          03 WS-LIN-PREV          PIC ZZZ.ZZ9,9.
          03 FILLER               PIC X(18)  VALUE
             "  DE RISCO ALTO: ".
          03 WS-LIN-ALTO          PIC ZZZ.ZZ9.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
           PERFORM P020-LER-PROFISSIONAL
           .
      *----------------------------------------------------------------
      *   VAGAS DE 30 MINUTOS DAS JANELAS DA ESCALA DE CADA DIA DO MES
      *   OU, SEM ESCALA EM VIGOR NO DIA, DO EXPEDIENTE NOS DIAS DA
      *   SEMANA EM QUE O PROFISSIONAL ATENDE
      *----------------------------------------------------------------
       P031-CAPACIDADE-TEORICA.


           MOVE ZEROS                 TO WS-VAGAS-MES

           PERFORM P032-CAPACIDADE-DIA
              VARYING WS-DIA FROM 1 BY 1
              UNTIL WS-DIA GREATER WS-ULT-DIA-MES
           .
      *----------------------------------------------------------------
       P032-CAPACIDADE-DIA.
      *----------------------------------------------------------------
           MOVE WS-COMPETENCIA        TO WS-MON-AAMM
           MOVE WS-DIA                TO WS-MON-DIA
           MOVE WS-DATA-MONTADA       TO WS-DATA-DIA

           CALL "PGMESCDIA" USING ID-PROF, WS-DATA-DIA, ESC-DIA

           IF ESC-DIA-COM-ESCALA
              PERFORM P033-SOMA-JANELA
                 VARYING WS-JAN FROM 1 BY 1
                 UNTIL WS-JAN GREATER ESC-DIA-QTD
           ELSE
              CALL "PGMDIASEM" USING WS-DATA-DIA, WS-DIA-SEMANA
              IF DIAS-ATEND-PROF(WS-DIA-SEMANA:1) EQUAL 'S'
                 ADD WS-VAGAS-DIA     TO WS-VAGAS-MES
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       P033-SOMA-JANELA.
      *----------------------------------------------------------------
           COMPUTE WS-VAGAS-JAN =
                   (ESC-DIA-FIM-MIN (WS-JAN) - ESC-DIA-INI-MIN (WS-JAN))
                   / 30
           ADD WS-VAGAS-JAN           TO WS-VAGAS-MES
           .
      *----------------------------------------------------------------
      *   CONTA OS AGENDAMENTOS DO MES DO PROFISSIONAL (OU DA SALA,
           MOVE ZEROS                 TO WS-QTD-OCUPADOS
                                          WS-QTD-CANCELADOS
                                          WS-QTD-FALTAS
                                          WS-QTD-ABERTOS
                                          WS-QTD-RISCO-ALTO
                                          WS-SOMA-PERC-FALTA

           SET WS-EOF-AGE-OK          TO FALSE
           MOVE WS-COMPETENCIA        TO WS-MON-AAMM
                               ADD 1  TO WS-QTD-FALTAS
                            WHEN OTHER
                               ADD 1  TO WS-QTD-OCUPADOS
                               PERFORM P0352-SOMA-PREVISAO
                        END-EVALUATE
                     END-IF
                  END-IF
           END-READ
           .
       P0351-FIM.
      *----------------------------------------------------------------
      *   AGENDAMENTO EM ABERTO DO PROFISSIONAL: A TAXA DE FALTA DO
      *   PACIENTE (OU A DA CLINICA, SEM HISTORICO) ENTRA NA PREVISAO
      *----------------------------------------------------------------
       P0352-SOMA-PREVISAO.

           IF MODO-PROFISSIONAL
              AND (AGE-AGENDADO OR AGE-CONFIRMADO)
              ADD 1                   TO WS-QTD-ABERTOS
              CALL "PGMRISCK" USING ID-CLI-AGE, REG-RISCO
              ADD PERC-FALTA-RIS      TO WS-SOMA-PERC-FALTA
              IF RISCO-ALTO
                 ADD 1                TO WS-QTD-RISCO-ALTO
              END-IF
           END-IF
           .
       P036-IMPRIME-BLOCO-PROF.

           MOVE ID-PROF               TO WS-LIN-ID
           WRITE REL-LINHA

           PERFORM P037-IMPRIME-NUMEROS
           PERFORM P038-IMPRIME-PREVISAO
           .
       P037-IMPRIME-NUMEROS.

           MOVE WS-LINHA-NUMEROS      TO REL-LINHA
           WRITE REL-LINHA
           .
       P038-IMPRIME-PREVISAO.

           COMPUTE WS-FALTAS-PREV ROUNDED = WS-SOMA-PERC-FALTA / 100

           MOVE WS-QTD-ABERTOS        TO WS-LIN-ABERTOS
           MOVE WS-FALTAS-PREV        TO WS-LIN-PREV
           MOVE WS-QTD-RISCO-ALTO     TO WS-LIN-ALTO

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PREVISAO     TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P040-LER-SALA.
      *----------------------------------------------------------------
