      *          CHEGADA, E PERMITE MARCAR O INICIO DO ATENDIMENTO
      *          (HORA-INI-ATD-AGE), QUE TIRA O PACIENTE DA FILA E
      *          ALIMENTA O RELATORIO DE TEMPO DE ESPERA (PGMCHK03).
      * Manutencao: 15 OUT 2026 - LISTA TAMBEM QUEM ESTA EM ATENDIMENTO
      *             COM O PROFISSIONAL E PERMITE FINALIZAR O
      *             ATENDIMENTO (HORA-FIM-ATD-AGE), QUE ALIMENTA O
      *             RELATORIO DE DURACAO REAL (PGMCHK04). A SITUACAO
      *             REALIZADO CONTINUA SENDO MARCADA NO PGMAGE05.
      * Manutencao: 15 OUT 2026 - FILA ORDENADA PELA COR DA
      *             CLASSIFICACAO DE RISCO DA TRIAGEM (VERMELHO A
      *             AZUL, SEM TRIAGEM POR ULTIMO), DEPOIS PELA
      *             PRIORIDADE LEGAL (PGMPRILEI, IDOSO 80+ PRIMEIRO) E
      *             SO ENTAO PELA HORA MARCADA E PELA CHEGADA. MOSTRA A
      *             META DE ESPERA DE CADA COR (PGMCLASRIS) E DESTACA
      *             QUEM JA ESPERA ALEM DELA DESDE A CLASSIFICACAO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCHK02.
       77 WS-IND              PIC 9(02) COMP.
       77 WS-IND2             PIC 9(02) COMP.
       77 WS-ID-INICIA        PIC 9(08) VALUE ZEROS.
       77 WS-ID-FINALIZA      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-EM-ATD       PIC 9(02) VALUE ZEROS.
       01 WS-HORA-COMPLETA    PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-HORA-COMPLETA.
          03 WS-HORA-HHMM     PIC 9(04).
          03 FILLER           PIC 9(04).

       77 WS-IC               PIC 9(01) COMP.
       77 WS-HH               PIC 9(02) VALUE ZEROS.
       77 WS-MM               PIC 9(02) VALUE ZEROS.
       77 WS-MIN-AGORA        PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DESDE        PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ESPERA       PIC 9(04) VALUE ZEROS.
       77 WS-HORA-DESDE       PIC 9(04) VALUE ZEROS.
       77 WS-NOME-COR         PIC X(08) VALUE SPACES.
       77 WS-TXT-PRI          PIC X(08) VALUE SPACES.
       77 WS-TXT-META         PIC X(18) VALUE SPACES.

       01 WS-FILA.
          03 WS-PACIENTE OCCURS 50 TIMES.
             05 FILA-ORDEM.
                07 FILA-COR-RANK PIC 9(01).
                07 FILA-PRI-RANK PIC 9(01).
                07 FILA-HORA-AGE PIC 9(04).
                07 FILA-CHEGADA  PIC 9(04).
             05 FILA-ID-AGE      PIC 9(08).
             05 FILA-ID-CLI      PIC 9(04).
             05 FILA-TRIADO      PIC X(01).
             05 FILA-PRI         PIC X(01).
             05 FILA-HORA-TRI    PIC 9(04).

       01 WS-PACIENTE-TROCA.
          03 TRC-ORDEM.
             05 TRC-COR-RANK    PIC 9(01).
             05 TRC-PRI-RANK    PIC 9(01).
             05 TRC-HORA-AGE    PIC 9(04).
             05 TRC-CHEGADA     PIC 9(04).
          03 TRC-ID-AGE         PIC 9(08).
          03 TRC-ID-CLI         PIC 9(04).
          03 TRC-TRIADO         PIC X(01).
          03 TRC-PRI            PIC X(01).
          03 TRC-HORA-TRI       PIC 9(04).

           COPY CPYCLASRIS.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCHK02".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            END-IF

            ACCEPT WS-DATA-BUSCA FROM DATE YYYYMMDD

            CALL "PGMCLASRIS" USING CLASRIS-PARM

            DISPLAY "INFORME O ID DO PROFISSIONAL: "
            ACCEPT WS-ID-PROF-BUSCA

               PERFORM P040-INICIA-ATENDIMENTO THRU P040-FIM
            END-IF

            PERFORM P050-LISTA-EM-ATENDIMENTO THRU P050-FIM

            IF WS-QTD-EM-ATD GREATER ZEROS
               PERFORM P060-FINALIZA-ATENDIMENTO THRU P060-FIM
            END-IF

            CLOSE AGENDA

            IF TRIAGEM-DISPONIVEL
                         MOVE ID-CLI-AGE TO
                              FILA-ID-CLI (WS-QTD-FILA)
                         PERFORM P013-CONFERE-TRIAGEM THRU P013-FIM
                         PERFORM P015-PRIORIDADE-LEGAL THRU P015-FIM
                      END-IF
                   END-IF
            END-READ
       P011-FIM.
      *----------------------------------------------------------------
      *   MARCA NA FILA SE O PACIENTE JA TEM TRIAGEM DO DIA
      *   (ARQTRIAGEM, CHAVE CLIENTE + DATA), COM A COR E A HORA DA
      *   CLASSIFICACAO; SEM TRIAGEM OU SEM COR FICA NO FIM (ORDEM 6)
      *----------------------------------------------------------------
       P013-CONFERE-TRIAGEM.

            MOVE 'N'                 TO FILA-TRIADO (WS-QTD-FILA)
            MOVE 6                   TO FILA-COR-RANK (WS-QTD-FILA)
            MOVE ZEROS               TO FILA-HORA-TRI (WS-QTD-FILA)

            IF NOT TRIAGEM-DISPONIVEL
               GO TO P013-FIM
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S'          TO FILA-TRIADO (WS-QTD-FILA)
                   MOVE HORA-TRI     TO FILA-HORA-TRI (WS-QTD-FILA)
                   PERFORM P014-ORDEM-COR THRU P014-FIM
                      VARYING WS-IC FROM 1 BY 1
                      UNTIL WS-IC GREATER 5
            END-READ
            .
       P013-FIM.
           EXIT.
       P014-ORDEM-COR.

            IF CLR-COR-COD (WS-IC) EQUAL COR-TRI
               MOVE WS-IC            TO FILA-COR-RANK (WS-QTD-FILA)
            END-IF
            .
       P014-FIM.
      *----------------------------------------------------------------
      *   PRIORIDADE LEGAL DO PACIENTE (CADASTRO): IDOSO 80+ NA FRENTE
      *   (ORDEM 1), DEMAIS PRIORIDADES (ORDEM 2), SEM PRIORIDADE (3)
      *----------------------------------------------------------------
       P015-PRIORIDADE-LEGAL.

            CALL "PGMPRILEI" USING ID-CLI-AGE, DATA-AGE,
                                   FILA-PRI (WS-QTD-FILA)

            EVALUATE FILA-PRI (WS-QTD-FILA)
                WHEN '8'
                   MOVE 1            TO FILA-PRI-RANK (WS-QTD-FILA)
                WHEN SPACE
                   MOVE 3            TO FILA-PRI-RANK (WS-QTD-FILA)
                WHEN OTHER
                   MOVE 2            TO FILA-PRI-RANK (WS-QTD-FILA)
            END-EVALUATE
            .
       P015-FIM.
      *----------------------------------------------------------------
      *   ORDENA A FILA PELA COR, PELA PRIORIDADE LEGAL, PELA HORA
      *   MARCADA E, NO EMPATE, PELA CHEGADA (CHAVE FILA-ORDEM)
      *----------------------------------------------------------------
       P020-ORDENA-FILA.

               UNTIL WS-IND GREATER WS-QTD-FILA
               PERFORM VARYING WS-IND2 FROM 1 BY 1
                  UNTIL WS-IND2 NOT LESS WS-QTD-FILA
                  IF FILA-ORDEM (WS-IND2) GREATER
                     FILA-ORDEM (WS-IND2 + 1)
                     MOVE WS-PACIENTE (WS-IND2)
                                      TO WS-PACIENTE-TROCA
                     MOVE WS-PACIENTE (WS-IND2 + 1)
               GO TO P030-FIM
            END-IF

            DISPLAY "META DE ESPERA POR COR (MINUTOS):"
            PERFORM P031-EXIBE-META THRU P031-FIM
               VARYING WS-IC FROM 1 BY 1
               UNTIL WS-IC GREATER 5

            ACCEPT WS-HORA-COMPLETA FROM TIME
            DIVIDE WS-HORA-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM
            COMPUTE WS-MIN-AGORA = WS-HH * 60 + WS-MM

            PERFORM P032-EXIBE-PACIENTE THRU P032-FIM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-QTD-FILA
            .
       P030-FIM.
       P031-EXIBE-META.

            DISPLAY "  " CLR-COR-NOME (WS-IC) " " CLR-META-MIN (WS-IC)
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   UMA LINHA POR PACIENTE; A ESPERA CONTA DA CLASSIFICACAO (OU
      *   DA CHEGADA, SEM TRIAGEM) E A META SO VALE PARA QUEM TEM COR
      *----------------------------------------------------------------
       P032-EXIBE-PACIENTE.

            IF FILA-HORA-TRI (WS-IND) GREATER ZEROS
               MOVE FILA-HORA-TRI (WS-IND) TO WS-HORA-DESDE
            ELSE
               MOVE FILA-CHEGADA (WS-IND)  TO WS-HORA-DESDE
            END-IF

            DIVIDE WS-HORA-DESDE BY 100 GIVING WS-HH REMAINDER WS-MM
            COMPUTE WS-MIN-DESDE = WS-HH * 60 + WS-MM

            IF WS-MIN-AGORA GREATER WS-MIN-DESDE
               COMPUTE WS-MIN-ESPERA = WS-MIN-AGORA - WS-MIN-DESDE
            ELSE
               MOVE ZEROS             TO WS-MIN-ESPERA
            END-IF

            MOVE SPACES               TO WS-TXT-META

            IF FILA-COR-RANK (WS-IND) GREATER 5
               IF FILA-TRIADO (WS-IND) EQUAL 'S'
                  MOVE "TRIADO"       TO WS-NOME-COR
               ELSE
                  MOVE "SEM TRI."     TO WS-NOME-COR
               END-IF
            ELSE
               MOVE CLR-COR-NOME (FILA-COR-RANK (WS-IND))
                                      TO WS-NOME-COR
               IF WS-MIN-ESPERA GREATER
                  CLR-META-MIN (FILA-COR-RANK (WS-IND))
                  MOVE "*** ACIMA DA META" TO WS-TXT-META
               END-IF
            END-IF

            EVALUATE FILA-PRI (WS-IND)
                WHEN '8'
                   MOVE "IDOSO80+"    TO WS-TXT-PRI
                WHEN 'I'
                   MOVE "IDOSO"       TO WS-TXT-PRI
                WHEN 'G'
                   MOVE "GESTANTE"    TO WS-TXT-PRI
                WHEN 'D'
                   MOVE "DEFICIEN"    TO WS-TXT-PRI
                WHEN OTHER
                   MOVE SPACES        TO WS-TXT-PRI
            END-EVALUATE

            DISPLAY "  " WS-NOME-COR " " WS-TXT-PRI
                    " AGEND. " FILA-ID-AGE (WS-IND)
                    " CLI " FILA-ID-CLI (WS-IND)
                    " MARC " FILA-HORA-AGE (WS-IND)
                    " CHEG " FILA-CHEGADA (WS-IND)
                    " ESPERA " WS-MIN-ESPERA " " WS-TXT-META
            .
       P032-FIM.
      *----------------------------------------------------------------
      *   MARCA O INICIO DO ATENDIMENTO DO AGENDAMENTO ESCOLHIDO,
      *   TIRANDO O PACIENTE DA FILA
                       INVALID KEY
                          DISPLAY "ERRO AO MARCAR O INICIO."
                       NOT INVALID KEY
                          MOVE "ARQAGE"             TO WS-JRN-ARQ
                          MOVE 'R'                  TO WS-JRN-OPER
                          CALL "PGMJRNLOG" USING WS-JRN-ARQ,
                                                 WS-JRN-OPER,
                                                 WS-JRN-PGM, WS-FS,
                                                 REG-AGE
                          DISPLAY "ATENDIMENTO INICIADO AS "
                                  HORA-INI-ATD-AGE "."
                   END-REWRITE
            .
       P045-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   LISTA OS ATENDIMENTOS DO DIA JA INICIADOS COM O PROFISSIONAL
      *   E AINDA NAO FINALIZADOS
      *----------------------------------------------------------------
       P050-LISTA-EM-ATENDIMENTO.

            MOVE ZEROS                TO WS-QTD-EM-ATD
            SET WS-EOF-OK             TO FALSE
            MOVE WS-DATA-BUSCA        TO DATA-AGE

            START AGENDA KEY IS = DATA-AGE
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P051-LE-EM-ATENDIMENTO THRU P051-FIM
               UNTIL WS-EOF-OK

            IF WS-QTD-EM-ATD EQUAL ZEROS
               DISPLAY "NENHUM ATENDIMENTO EM ANDAMENTO."
            END-IF
            .
       P050-FIM.
       P051-LE-EM-ATENDIMENTO.

            READ AGENDA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P051-FIM
            END-READ

            IF DATA-AGE NOT EQUAL WS-DATA-BUSCA
               SET WS-EOF-OK          TO TRUE
               GO TO P051-FIM
            END-IF

            IF ID-PROF-AGE NOT EQUAL WS-ID-PROF-BUSCA
               OR HORA-INI-ATD-AGE EQUAL ZEROS
               OR HORA-FIM-ATD-AGE GREATER ZEROS
               OR AGE-CANCELADO OR AGE-FALTOU
               GO TO P051-FIM
            END-IF

            IF WS-QTD-EM-ATD EQUAL ZEROS
               DISPLAY "EM ATENDIMENTO COM O PROFISSIONAL:"
            END-IF

            ADD 1                     TO WS-QTD-EM-ATD
            DISPLAY "  AGENDAMENTO " ID-AGE
                    " - CLIENTE " ID-CLI-AGE
                    " - MARCADO " HORA-AGE
                    " - INICIOU " HORA-INI-ATD-AGE
            .
       P051-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   FINALIZA O ATENDIMENTO ESCOLHIDO, GRAVANDO A HORA DE FIM
      *----------------------------------------------------------------
       P060-FINALIZA-ATENDIMENTO.

            DISPLAY "FINALIZAR QUAL AGENDAMENTO (0 P/ NENHUM)? "
            ACCEPT WS-ID-FINALIZA

            IF WS-ID-FINALIZA EQUAL ZEROS
               GO TO P060-FIM
            END-IF

            MOVE WS-ID-FINALIZA       TO ID-AGE

            READ AGENDA
                INVALID KEY
                   DISPLAY "AGENDAMENTO NAO ENCONTRADO."
                   GO TO P060-FIM
            END-READ

            IF ID-PROF-AGE NOT EQUAL WS-ID-PROF-BUSCA
               OR DATA-AGE NOT EQUAL WS-DATA-BUSCA
               OR HORA-INI-ATD-AGE EQUAL ZEROS
               OR HORA-FIM-ATD-AGE GREATER ZEROS
               DISPLAY "AGENDAMENTO NAO ESTA EM ATENDIMENTO COM ESTE "
                       "PROFISSIONAL."
               GO TO P060-FIM
            END-IF

            ACCEPT WS-HORA-COMPLETA FROM TIME
            MOVE WS-HORA-HHMM         TO HORA-FIM-ATD-AGE

            REWRITE REG-AGE
                INVALID KEY
                   DISPLAY "ERRO AO MARCAR O FIM."
                NOT INVALID KEY
                   MOVE "ARQAGE"             TO WS-JRN-ARQ
                   MOVE 'R'                  TO WS-JRN-OPER
                   CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                          WS-JRN-PGM, WS-FS, REG-AGE
                   DISPLAY "ATENDIMENTO FINALIZADO AS "
                           HORA-FIM-ATD-AGE "."
            END-REWRITE
            .
       P060-FIM.
           EXIT.
       END PROGRAM PGMCHK02.
