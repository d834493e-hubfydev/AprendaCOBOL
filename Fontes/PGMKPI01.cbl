      *          ATENDIMENTOS REALIZADOS, TAXA DE CANCELAMENTO E
      *          FATURAMENTO), PARA O PROPRIETARIO DA CLINICA ACOMPANHAR
      *          O FECHAMENTO DO MES SEM PRECISAR CONTAR NADA NA MAO.
      * Manutencao: 15 OUT 2026 - CHAMADO PELO FECHAMENTO MENSAL
      *             (PGMMESFEC), RECEBE A COMPETENCIA PELO PARAMETRO
      *             COMPETFECHAM (PGMPARAM) EM VEZ DE PERGUNTAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMKPI01.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.
       77 WS-COMP-FECH        PIC 9(06) VALUE ZEROS.
       77 WS-PAR-CHAVE        PIC X(12) VALUE "COMPETFECHAM".
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE SPACES.
       77 WS-PAR-HOJE         PIC 9(08) VALUE ZEROS.

       77 WS-QTD-AGE-MES           PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-AGE-REALIZADOS    PIC 9(06)  VALUE ZEROS.
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
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
              DISPLAY "INFORME A COMPETENCIA A APURAR (AAAAMM): "
              ACCEPT WS-COMPETENCIA
           END-IF

           OPEN INPUT  CLIENTES
           OPEN INPUT  AGENDA
