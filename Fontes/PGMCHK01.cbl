      *          HORA DE CHEGADA, ALIMENTANDO A FILA DE ESPERA DO DIA
      *          (PGMCHK02) E O RELATORIO DE TEMPO DE ESPERA
      *          (PGMCHK03).
      * Manutencao: 15 OUT 2026 - RETENCAO POR DIVIDA VENCIDA: CLIENTE
      *             COM SALDO VENCIDO ALEM DO LIMITE DA TABELA CENTRAL
      *             (PGMDIVCK) TEM A DIVIDA EXIBIDA POR FAIXA DE ATRASO
      *             E SO FAZ O CHECK-IN COM LIBERACAO DE UM SUPERVISOR
      *             (PGMAUTADM), REGISTRADA NA AUDITORIA COM O SALDO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCHK01.
       77 WS-QTD-ALTA         PIC 9(02) VALUE ZEROS.
       77 WS-CIENTE           PIC X(01) VALUE 'N'.
          88 OPERADOR-CIENTE  VALUE 'S' 's'.
       77 WS-DIV-RETIDO       PIC X(01) VALUE 'N'.
          88 CLIENTE-RETIDO   VALUE 'S'.
       77 WS-DIV-BLOQUEIA     PIC X(01) VALUE 'N'.
          88 DIVIDA-BLOQUEIA  VALUE 'S'.
       77 WS-DIV-VLR-ABERTO   PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIV-VLR-ED       PIC Z.ZZZ.ZZ9,99.
       77 WS-DIV-AUT-OK       PIC X(01) VALUE 'N'.
       77 WS-DIV-AUT-LOGIN    PIC X(10) VALUE SPACES.
       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCHK01".
           COPY CPYPATHS.

       PROCEDURE DIVISION.

            PERFORM P010-LOCALIZA-AGENDAMENTO THRU P010-FIM

            EVALUATE TRUE
                WHEN DIVIDA-BLOQUEIA
                   DISPLAY "CHECK-IN NAO REALIZADO."
                WHEN NOT AGENDAMENTO-ACHADO
                   DISPLAY "NENHUM AGENDAMENTO DO CLIENTE HOJE "
                           "(AGENDADO OU CONFIRMADO)."
            END-EVALUATE

            CLOSE AGENDA

       P010-LOCALIZA-AGENDAMENTO.

            MOVE 'N'                  TO WS-ACHOU
            MOVE 'N'                  TO WS-DIV-BLOQUEIA
            SET WS-EOF-OK             TO FALSE
            MOVE WS-DATA-BUSCA        TO DATA-AGE


            PERFORM P011-LE-AGENDAMENTO THRU P011-FIM
               UNTIL WS-EOF-OK OR AGENDAMENTO-ACHADO
                  OR DIVIDA-BLOQUEIA
            .
       P010-FIM.
       P011-LE-AGENDAMENTO.
       P011-FIM.
       P012-MARCA-CHEGADA.

            PERFORM P016-CONFERE-DIVIDA THRU P016-FIM

            IF DIVIDA-BLOQUEIA
               GO TO P012-FIM
            END-IF

            PERFORM P014-MOSTRA-ALERTAS THRU P014-FIM

            IF ELEG-RECUSADA
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CHECK-IN."
                NOT INVALID KEY
                   MOVE "ARQAGE"             TO WS-JRN-ARQ
                   MOVE 'R'                  TO WS-JRN-OPER
                   CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                          WS-JRN-PGM, WS-FS, REG-AGE
                   SET AGENDAMENTO-ACHADO TO TRUE
                   DISPLAY "CHECK-IN DO AGENDAMENTO " ID-AGE
                           " (HORA MARCADA " HORA-AGE
            ACCEPT WS-CIENTE
            .
       P015-FIM.
      *----------------------------------------------------------------
      *   RETENCAO POR DIVIDA VENCIDA (PGMDIVCK): SO FAZ O CHECK-IN COM
      *   A LIBERACAO DE UM SUPERVISOR, QUE FICA NA AUDITORIA COM O
      *   SALDO EM ABERTO NO MOMENTO
      *----------------------------------------------------------------
       P016-CONFERE-DIVIDA.

            CALL "PGMDIVCK" USING ID-CLI-AGE, WS-DIV-RETIDO,
                                  WS-DIV-VLR-ABERTO

            IF NOT CLIENTE-RETIDO
               GO TO P016-FIM
            END-IF

            DISPLAY "CHECK-IN RETIDO POR DIVIDA VENCIDA."
            DISPLAY "LIBERAR COM AUTORIZACAO DO SUPERVISOR? "

            MOVE 'N'                  TO WS-DIV-AUT-OK
            CALL "PGMAUTADM" USING WS-DIV-AUT-OK, WS-DIV-AUT-LOGIN

            IF WS-DIV-AUT-OK EQUAL 'S'
               MOVE WS-DIV-VLR-ABERTO TO WS-DIV-VLR-ED
               MOVE "CHECKIN"         TO WS-AUD-MODULO
               MOVE 'A'               TO WS-AUD-OPER
               MOVE ID-CLI-AGE        TO WS-AUD-CHAVE
               MOVE "DIVIDAVENC"      TO WS-AUD-CAMPO
               MOVE WS-DIV-VLR-ED     TO WS-AUD-ANTES
               MOVE WS-DIV-AUT-LOGIN  TO WS-AUD-DEPOIS
               CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                     WS-AUD-CHAVE, WS-AUD-CAMPO,
                                     WS-AUD-ANTES, WS-AUD-DEPOIS
               DISPLAY "CHECK-IN LIBERADO PELO SUPERVISOR."
            ELSE
               SET DIVIDA-BLOQUEIA    TO TRUE
            END-IF
            .
       P016-FIM.
       END PROGRAM PGMCHK01.
