      *          ATENDIMENTO DO MES, COM A MARGEM BRUTA RESULTANTE.
      *          SAI EM RELCMV.LST - A CONVERSA DE MARGEM DEIXA DE SER
      *          FICCAO.
      * Manutencao: 15 OUT 2026 - ENCARGOS DE MORA (FATURAS TIPO 'J')
      *             FICAM FORA DO FATURADO, COMO AS MULTAS DE FALTA:
      *             NAO SAO RECEITA DE PROCEDIMENTO.
      * Manutencao: 15 OUT 2026 - A FATURA DE ACORDO DE RENEGOCIACAO
      *             (TIPO 'R') TAMBEM FICA FORA: AS FATURAS ORIGINAIS
      *             JA FORAM CONTADAS.
      * Manutencao: 15 OUT 2026 - A EXECUCAO FICA REGISTRADA NO CONTROLE
      *             DE EXECUCOES (PGMRUNLOG) E O RELATORIO VAI PARA O
      *             SPOOL (PGMSPOOL). CHAMADO PELO FECHAMENTO MENSAL
      *             (PGMMESFEC), RECEBE A COMPETENCIA PELO PARAMETRO
      *             COMPETFECHAM (PGMPARAM) EM VEZ DE PERGUNTAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCMVREL.
          03 WS-TOT-TITULO        PIC X(30).
          03 WS-TOT-VLR           PIC -Z.ZZZ.ZZZ.ZZ9,99.

       77 WS-COMP-FECH        PIC 9(06) VALUE ZEROS.
       77 WS-PAR-CHAVE        PIC X(12) VALUE "COMPETFECHAM".
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE SPACES.
       77 WS-PAR-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "CMV".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.
       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELCMV".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P005-ACEITA-COMPETENCIA
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-SOMA-CONSUMO
           DISPLAY "CMV DA COMPETENCIA " WS-COMPETENCIA
                   ": " WS-VLR-CMV

           MOVE WS-COMPETENCIA        TO WS-SPOOL-PARMS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELCMV,
                                 WS-SPOOL-PARMS

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           GOBACK
           .
      *----------------------------------------------------------------
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           MOVE ZEROS                TO WS-COMP-FECH
           ACCEPT WS-PAR-HOJE FROM DATE YYYYMMDD
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-DATA EQUAL WS-PAR-HOJE
              MOVE WS-PAR-NUM        TO WS-COMP-FECH
           END-IF
           IF WS-COMP-FECH GREATER ZEROS
              MOVE WS-COMP-FECH       TO WS-COMPETENCIA
           ELSE
              DISPLAY "INFORME A COMPETENCIA DO CMV (AAAAMM): "
              ACCEPT WS-COMPETENCIA
           END-IF

      *   O KARDEX GUARDA A DATA EM AAMMDD
           MOVE WS-COMPETENCIA(3:4)   TO WS-COMP-MOV
           .
      *----------------------------------------------------------------
      *   SOMA O FATURADO DO MES (FATURAS DE ATENDIMENTO E PACOTE,
      *   FORA ESTORNOS, MULTAS E MORA)
      *----------------------------------------------------------------
       P030-SOMA-FATURADO.

                  MOVE DATA-FAT       TO WS-DATA-TAB
                  IF NOT FATURA-ESTORNADA
                     AND NOT FAT-MULTA-FALTA
                     AND NOT FAT-MORA
                     AND NOT FAT-ACORDO
                     AND WS-TAB-ANO EQUAL WS-COMPETENCIA(1:4)
                     AND WS-TAB-MES EQUAL WS-COMPETENCIA(5:2)
                     ADD VLR-FAT      TO WS-VLR-FATURADO
