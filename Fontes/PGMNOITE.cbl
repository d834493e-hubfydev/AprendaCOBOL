      *             CAPACIDADE DAS SEQUENCIAS DE ID (PGMCAPCK).
      * Manutencao: 02 SET 2026 - ACRESCENTADO O PASSO 8, O EXTRATO
      *             CONSOLIDADO DO DIA PARA O BI DO DONO (PGMBIEXT).
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O PASSO 9, A
      *             CONTABILIZACAO AUTOMATICA DOS LANCAMENTOS DO DIA
      *             (PGMCTB02); CONTADORES DE PASSO PASSAM A 2 DIGITOS.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O PASSO 10, O RISCO DE
      *             FALTA POR CLIENTE E A LISTA DE LIGACOES DE AMANHA
      *             (PGMRISCO); ULT-PASSO-OK-CHAIN AMPLIADO PARA 2
      *             DIGITOS - O CONTROLE NO TAMANHO ANTIGO (STATUS 39)
      *             E RECRIADO, PERDENDO SO O PONTO DE RECOMECO DO DIA.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O PASSO 11, A
      *             EXPORTACAO DAS NOTIFICACOES COMPULSORIAS PENDENTES
      *             PARA A VIGILANCIA (PGMNTFEXP).
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O PASSO 12, AS
      *             MANIFESTACOES DE OUVIDORIA FORA DO PRAZO
      *             (PGMOUVATR).
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O PASSO 13, A BAIXA POR
      *             PERDA DOS LOTES QUE VENCERAM ONTEM (PGMPERATR).
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O PASSO 14, A FALTA DE
      *             MATERIAL PARA OS ATENDIMENTOS DE AMANHA (PGMRESFAL).
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O PASSO 15, A CONCILIACAO
      *             DOS SALDOS DE ESTOQUE (PGMESTCNC).
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O PASSO 16, A CONCILIACAO
      *             FINANCEIRA DAS FATURAS (PGMFINCNC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNOITE.
       01 REG-CHAIN.
          03 CHAVE-CHAIN        PIC X(01).
          03 DATA-CHAIN         PIC 9(06).
          03 ULT-PASSO-OK-CHAIN PIC 9(02).
          03 STATUS-CHAIN       PIC X(01).
             88 CHAIN-CONCLUIDA VALUE '1'.
             88 CHAIN-FALHOU    VALUE '2'.
       WORKING-STORAGE SECTION.
           COPY CPYFS.
       77 WS-DATA-HOJE        PIC 9(06) VALUE ZEROS.
       77 WS-PASSO            PIC 9(02) VALUE ZEROS.
       77 WS-PASSO-INICIAL    PIC 9(02) VALUE 1.
       77 WS-JOB-PASSO        PIC X(08) VALUE SPACES.
       77 WS-RESULTADO        PIC X(01) VALUE SPACES.
       77 WS-FALHOU           PIC X(01) VALUE 'N'.
          88 PASSO-FALHOU     VALUE 'S'.
       77 WS-PASSO-FALHO      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTIA          PIC X(01) VALUE 'N'.
          88 CHAIN-EXISTIA    VALUE 'S'.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.

            OPEN I-O CORRENTE

            IF WS-FS EQUAL 35 OR WS-FS EQUAL 39
               OPEN OUTPUT CORRENTE
               CLOSE CORRENTE
               OPEN I-O CORRENTE

            PERFORM P020-EXECUTA-PASSO THRU P020-FIM
               VARYING WS-PASSO FROM WS-PASSO-INICIAL BY 1
               UNTIL WS-PASSO GREATER 16 OR PASSO-FALHOU

            IF PASSO-FALHOU
               MOVE '2'               TO STATUS-CHAIN
                   DISPLAY "PASSO 8: EXTRATO CONSOLIDADO PARA O BI "
                           "(PGMBIEXT)"
                   CALL "PGMBIEXT"
                WHEN 9
                   MOVE "CONTABIL"    TO WS-JOB-PASSO
                   DISPLAY "PASSO 9: CONTABILIZACAO AUTOMATICA "
                           "(PGMCTB02)"
                   CALL "PGMCTB02"
                WHEN 10
                   MOVE "RISCO"       TO WS-JOB-PASSO
                   DISPLAY "PASSO 10: RISCO DE FALTA E LIGACOES DE "
                           "AMANHA (PGMRISCO)"
                   CALL "PGMRISCO"
                WHEN 11
                   MOVE "NTFEXP"      TO WS-JOB-PASSO
                   DISPLAY "PASSO 11: NOTIFICACOES COMPULSORIAS "
                           "(PGMNTFEXP)"
                   CALL "PGMNTFEXP"
                WHEN 12
                   MOVE "OUVATR"      TO WS-JOB-PASSO
                   DISPLAY "PASSO 12: OUVIDORIA FORA DO PRAZO "
                           "(PGMOUVATR)"
                   CALL "PGMOUVATR"
                WHEN 13
                   MOVE "PERATR"      TO WS-JOB-PASSO
                   DISPLAY "PASSO 13: BAIXA DOS LOTES VENCIDOS ONTEM "
                           "(PGMPERATR)"
                   CALL "PGMPERATR"
                WHEN 14
                   MOVE "RESFAL"      TO WS-JOB-PASSO
                   DISPLAY "PASSO 14: FALTA DE MATERIAL PARA AMANHA "
                           "(PGMRESFAL)"
                   CALL "PGMRESFAL"
                WHEN 15
                   MOVE "ESTCNC"      TO WS-JOB-PASSO
                   DISPLAY "PASSO 15: CONCILIACAO DOS SALDOS DE "
                           "ESTOQUE (PGMESTCNC)"
                   CALL "PGMESTCNC"
                WHEN 16
                   MOVE "FINCNC"      TO WS-JOB-PASSO
                   DISPLAY "PASSO 16: CONCILIACAO FINANCEIRA DAS "
                           "FATURAS (PGMFINCNC)"
                   CALL "PGMFINCNC"
            END-EVALUATE

            CALL "PGMRUNQRY" USING WS-JOB-PASSO, WS-DATA-HOJE,
