      *             ESTORNADA: O VALOR RECEBIDO E DEVOLVIDO COMO
      *             CREDITO NA CARTEIRA DO CLIENTE (PGMCREDIT), DE
      *             ONDE PODE ABATER FATURAS FUTURAS NO PGMCXA02.
      * Manutencao: 15 OUT 2026 - FATURA RENEGOCIADA E FATURA DE
      *             ACORDO (PGMACO01) NAO PODEM SER ESTORNADAS: O
      *             ACORDO AMARRA AS DUAS PONTAS.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      *          O OPERADOR DECIDE SE O AGENDAMENTO DE ORIGEM VOLTA A
      *          NAO FATURADO, PARA PODER SER FATURADO DE NOVO COM OS
      *          DADOS CORRETOS. FATURA PAGA OU JA ESTORNADA NAO PODE
      *          SER ESTORNADA. O FECHAMENTO DO DIA (PGMFECHA) E A
      *          EXPORTACAO CONTABIL (PGMFATEXP) MOSTRAM OS ESTORNOS
      *          EM SEPARADO.
      * Manutencao: 15 OUT 2026 - O ESTORNO PASSA A EXIGIR A ACAO DE
      *             ESTORNO NOS PERFIS DE ACESSO DO OPERADOR
      *             (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFATEST.
       77 WS-CRED-LOGIN       PIC X(10)  VALUE SPACES.
       77 WS-CRED-OK          PIC X(01)  VALUE 'N'.
       77 WS-CRED-SALDO       PIC 9(08)V99 VALUE ZEROS.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMFATEST".
           COPY CPYPERMCK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P003-LE-SESSAO        THRU P003-FIM

      *   ESTORNO E ACAO SENSIVEL: SO PERFIL COM ELA NA MATRIZ
            MOVE "ACAO"               TO PERM-MODULO
            MOVE 01                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ESTORNO NAO PERMITIDO PARA O SEU PERFIL."
               GOBACK
            END-IF

            OPEN I-O FATURA

            IF WS-FS NOT EQUAL ZEROS THEN
                WHEN FATURA-ESTORNADA
                   DISPLAY "FATURA JA FOI ESTORNADA EM "
                           DATA-ESTORNO-FAT
                WHEN FATURA-RENEGOCIADA OR FAT-ACORDO
                   DISPLAY "FATURA DO ACORDO DE RENEGOCIACAO "
                           ID-ACORDO-FAT ". ESTORNO NAO PERMITIDO."
                WHEN COMP-BLOQUEADA
                   DISPLAY "COMPETENCIA DA FATURA JA ESTA FECHADA. "
                           "ESTORNO NAO PERMITIDO."
                       INVALID KEY
                          DISPLAY "ERRO AO GRAVAR O ESTORNO."
                       NOT INVALID KEY
                          MOVE "ARQFATURA"          TO WS-JRN-ARQ
                          MOVE 'R'                  TO WS-JRN-OPER
                          CALL "PGMJRNLOG" USING WS-JRN-ARQ,
                                                 WS-JRN-OPER,
                                                 WS-JRN-PGM, WS-FS,
                                                 REG-FATURA
                          MOVE "FATURA"   TO WS-AUD-MODULO
                          MOVE 'E'        TO WS-AUD-OPER
                          MOVE ID-FATURA  TO WS-AUD-CHAVE
                              DISPLAY
                              "ERRO AO REABRIR O AGENDAMENTO."
                           NOT INVALID KEY
                              MOVE "ARQAGE"             TO WS-JRN-ARQ
                              MOVE 'R'                  TO WS-JRN-OPER
                              CALL "PGMJRNLOG" USING WS-JRN-ARQ,
                                                     WS-JRN-OPER,
                                                     WS-JRN-PGM,
                                                     WS-FS-AGE, REG-AGE
                              DISPLAY
                              "AGENDAMENTO LIBERADO PARA REFATURAR."
                   END-REWRITE
