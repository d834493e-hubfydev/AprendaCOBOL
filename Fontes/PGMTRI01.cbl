      *          APOS O CHECK-IN PARA O PROFISSIONAL VER QUANDO O
      *          PGMPRONT01 ABRIR O ATENDIMENTO. TAMBEM CONSULTA A
      *          TRIAGEM DE UM CLIENTE NUMA DATA.
      * Manutencao: 15 OUT 2026 - CLASSIFICACAO DE RISCO: APOS OS
      *             SINAIS VITAIS O PGMCLASRIS SUGERE A COR (VERMELHO,
      *             LARANJA, AMARELO, VERDE OU AZUL) E A ENFERMAGEM
      *             CONFIRMA OU AJUSTA; GRAVA AS DUAS (COR-SUG-TRI E
      *             COR-TRI). MOSTRA TAMBEM A PRIORIDADE LEGAL DO
      *             PACIENTE (PGMPRILEI). A CONSULTA EXIBE A COR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTRI01.
       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-HORA-COMPLETA    PIC 9(08) VALUE ZEROS.
       77 WS-IC               PIC 9(01) COMP.
       77 WS-COR-INF          PIC X(01) VALUE SPACES.
       77 WS-COR-BUSCA        PIC X(01) VALUE SPACES.
       77 WS-NOME-COR         PIC X(08) VALUE SPACES.
       77 WS-NOME-COR-SUG     PIC X(08) VALUE SPACES.
       77 WS-PRIORIDADE       PIC X(01) VALUE SPACES.

           COPY CPYCLASRIS.

           COPY CPYPATHS.

            DISPLAY "QUEIXA PRINCIPAL: "
            ACCEPT QUEIXA-TRI

            PERFORM P031-CLASSIFICA   THRU P031-FIM

            ACCEPT WS-HORA-COMPLETA FROM TIME
            MOVE WS-HORA-COMPLETA(1:4) TO HORA-TRI
            MOVE SESSAO-LOGIN         TO LOGIN-TRI
            END-WRITE
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   CLASSIFICACAO DE RISCO: COR SUGERIDA PELOS SINAIS VITAIS,
      *   CONFIRMADA OU AJUSTADA PELA ENFERMAGEM, E PRIORIDADE LEGAL
      *----------------------------------------------------------------
       P031-CLASSIFICA.

            MOVE TEMP-TRI             TO CLR-TEMP
            MOVE PRESSAO-SIS-TRI      TO CLR-PRESSAO-SIS
            MOVE PRESSAO-DIA-TRI      TO CLR-PRESSAO-DIA

            CALL "PGMCLASRIS" USING CLASRIS-PARM

            MOVE CLR-COR-SUG          TO COR-SUG-TRI
            MOVE CLR-COR-SUG          TO WS-COR-BUSCA
            PERFORM P035-NOME-COR     THRU P035-FIM
            MOVE WS-NOME-COR          TO WS-NOME-COR-SUG

            DISPLAY "COR SUGERIDA PELOS SINAIS VITAIS: "
                    WS-NOME-COR-SUG

            MOVE SPACES               TO COR-TRI
            PERFORM P032-ACEITA-COR   THRU P032-FIM
               UNTIL COR-VALIDA

            MOVE COR-TRI              TO WS-COR-BUSCA
            PERFORM P035-NOME-COR     THRU P035-FIM
            DISPLAY "CLASSIFICACAO: " WS-NOME-COR

            CALL "PGMPRILEI" USING ID-CLI, WS-DATA-HOJE,
                                   WS-PRIORIDADE

            EVALUATE WS-PRIORIDADE
                WHEN '8'
                   DISPLAY "PRIORIDADE LEGAL: IDOSO COM 80 ANOS OU "
                           "MAIS"
                WHEN 'I'
                   DISPLAY "PRIORIDADE LEGAL: IDOSO"
                WHEN 'G'
                   DISPLAY "PRIORIDADE LEGAL: GESTANTE"
                WHEN 'D'
                   DISPLAY "PRIORIDADE LEGAL: PESSOA COM DEFICIENCIA"
                WHEN OTHER
                   CONTINUE
            END-EVALUATE
            .
       P031-FIM.
       P032-ACEITA-COR.

            DISPLAY "COR (V-VERMELHO L-LARANJA A-AMARELO G-VERDE "
                    "B-AZUL, ENTER = SUGERIDA): "
            MOVE SPACES               TO WS-COR-INF
            ACCEPT WS-COR-INF

            IF WS-COR-INF EQUAL SPACES
               MOVE COR-SUG-TRI       TO COR-TRI
            ELSE
               MOVE WS-COR-INF        TO COR-TRI
               INSPECT COR-TRI CONVERTING "vlagb" TO "VLAGB"
            END-IF

            IF NOT COR-VALIDA
               DISPLAY "COR INVALIDA."
            END-IF
            .
       P032-FIM.
      *----------------------------------------------------------------
      *   NOME DA COR DE WS-COR-BUSCA NA TABELA DO PGMCLASRIS
      *----------------------------------------------------------------
       P035-NOME-COR.

            MOVE "SEM COR"            TO WS-NOME-COR

            PERFORM P036-COMPARA-COR  THRU P036-FIM
               VARYING WS-IC FROM 1 BY 1
               UNTIL WS-IC GREATER 5
            .
       P035-FIM.
       P036-COMPARA-COR.

            IF CLR-COR-COD (WS-IC) EQUAL WS-COR-BUSCA
               MOVE CLR-COR-NOME (WS-IC) TO WS-NOME-COR
            END-IF
            .
       P036-FIM.
       P040-CONSULTA.

            DISPLAY "ID DO CLIENTE: "
                           PRESSAO-DIA-TRI
                           "  TEMPERATURA: " TEMP-TRI
                   DISPLAY "  QUEIXA: " QUEIXA-TRI
                   PERFORM P041-MOSTRA-COR THRU P041-FIM
            END-READ
            .
       P040-FIM.
       P041-MOSTRA-COR.

            IF SEM-COR
               GO TO P041-FIM
            END-IF

            CALL "PGMCLASRIS" USING CLASRIS-PARM

            MOVE COR-SUG-TRI          TO WS-COR-BUSCA
            PERFORM P035-NOME-COR     THRU P035-FIM
            MOVE WS-NOME-COR          TO WS-NOME-COR-SUG

            MOVE COR-TRI              TO WS-COR-BUSCA
            PERFORM P035-NOME-COR     THRU P035-FIM

            DISPLAY "  CLASSIFICACAO: " WS-NOME-COR
                    "  (SUGERIDA: " WS-NOME-COR-SUG ")"
            .
       P041-FIM.
       END PROGRAM PGMTRI01.
