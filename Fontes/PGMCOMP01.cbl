      *          RETROATIVA DE SITUACAO DE AGENDAMENTO (PGMAGE05),
      *          CONFERIDOS VIA PGMCOMPCK, PARA QUE OS NUMEROS
      *          ENTREGUES A CONTABILIDADE NAO MUDEM DEPOIS.
      * Manutencao: 15 OUT 2026 - CHAMADO PELO FECHAMENTO MENSAL
      *             (PGMMESFEC) COM A COMPETENCIA NO PARAMETRO
      *             COMPETFECHAM (PGMPARAM), FECHA ESSA COMPETENCIA
      *             SEM MENU E REGISTRA A EXECUCAO NO CONTROLE DE
      *             EXECUCOES (PGMRUNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCOMP01.
       77 WS-EOF             PIC 9      VALUE ZEROS.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-AAMM            PIC 9(06)  VALUE ZEROS.
       77 WS-COMP-FECH        PIC 9(06) VALUE ZEROS.
       77 WS-PAR-CHAVE        PIC X(12) VALUE "COMPETFECHAM".
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE SPACES.
       77 WS-PAR-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-RUN-ACAO        PIC X(01)  VALUE SPACES.
       77 WS-RUN-ID          PIC 9(08)  VALUE ZEROS.
       77 WS-RUN-JOB         PIC X(08)  VALUE "COMPFECH".
       77 WS-RUN-LIDOS       PIC 9(06)  VALUE ZEROS.
       77 WS-RUN-GRAVADOS    PIC 9(06)  VALUE ZEROS.
       77 WS-RUN-TOTAL       PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS      PIC X(01)  VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
           PERFORM P003-VERIFICA-PERFIL  THRU P003-FIM

      *   NA CORRENTE DO FECHAMENTO MENSAL A EXECUCAO VAI PARA O
      *   CONTROLE; SAIDA ANTES DO FIM FICA COMO NAO CONCLUIDA
           MOVE ZEROS                TO WS-COMP-FECH
           ACCEPT WS-PAR-HOJE FROM DATE YYYYMMDD
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-DATA EQUAL WS-PAR-HOJE
              MOVE WS-PAR-NUM        TO WS-COMP-FECH
           END-IF

           IF WS-COMP-FECH GREATER ZEROS
              MOVE 'I'               TO WS-RUN-ACAO
              CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                     WS-RUN-JOB, WS-RUN-LIDOS,
                                     WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                     WS-RUN-STATUS
           END-IF

           IF NOT SESSAO-ADMIN
              DISPLAY
              "APENAS O ADMINISTRADOR PODE FECHAR COMPETENCIAS."
              GOBACK
           END-IF

           IF WS-COMP-FECH GREATER ZEROS
              PERFORM P040-FECHA-DA-CORRENTE THRU P040-FIM
           ELSE
              PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 4
           END-IF

           CLOSE COMPET

           END-READ
           .
       P031-FIM.
      *----------------------------------------------------------------
      *   FECHA A COMPETENCIA RECEBIDA DO FECHAMENTO MENSAL. JA
      *   FECHADA CONTA COMO SUCESSO; ERRO DE GRAVACAO, NAO
      *----------------------------------------------------------------
       P040-FECHA-DA-CORRENTE.

           MOVE WS-COMP-FECH         TO WS-AAMM
           MOVE WS-AAMM              TO COMP-AAMM
           DISPLAY "FECHANDO A COMPETENCIA " WS-AAMM

           READ COMPET
               INVALID KEY
                  PERFORM P011-CRIA-FECHADA THRU P011-FIM
               NOT INVALID KEY
                  IF COMP-FECHADA
                     DISPLAY "COMPETENCIA JA ESTA FECHADA."
                  ELSE
                     PERFORM P012-GRAVA-FECHAMENTO THRU P012-FIM
                     REWRITE REG-COMP
                     DISPLAY "COMPETENCIA FECHADA COM SUCESSO."
                  END-IF
           END-READ

           IF WS-FS-OK
              MOVE '2'               TO WS-RUN-STATUS
           ELSE
              MOVE '3'               TO WS-RUN-STATUS
              PERFORM P002-EXIBE-ERRO-FS
           END-IF

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE 1                    TO WS-RUN-GRAVADOS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           .
       P040-FIM.
       END PROGRAM PGMCOMP01.
