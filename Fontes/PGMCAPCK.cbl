      *          DEMAIS ATE SEREM AMPLIADAS PELA MESMA RECEITA, 2 PARA
      *          FILIAL E SALA. RODA NA CORRENTE NOTURNA (PGMNOITE) E
      *          REGISTRA A EXECUCAO NO CONTROLE (PGMRUNLOG).
      * Manutencao: 15 OUT 2026 - SEQUENCIA ID-MSG DA CAIXA DE SAIDA DE
      *             MENSAGENS AO PACIENTE (8 DIGITOS).
      * Manutencao: 15 OUT 2026 - SEQUENCIA ID-OUV DAS MANIFESTACOES DE
      *             OUVIDORIA (8 DIGITOS).
      * Manutencao: 15 OUT 2026 - SEQUENCIA ID-DEV DAS DEVOLUCOES A
      *             FORNECEDOR (8 DIGITOS).
      * Manutencao: 15 OUT 2026 - SEQUENCIA ID-PERDA DAS BAIXAS DE
      *             ESTOQUE POR PERDA (8 DIGITOS).
      * Manutencao: 15 OUT 2026 - SEQUENCIA ID-REQ DAS REQUISICOES
      *             INTERNAS DE MATERIAL (8 DIGITOS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCAPCK.
           MOVE WS-PATH-ARQREJCTL TO WS-PATH-CTL-ATUAL
           PERFORM P010-CHECA-UMA THRU P010-FIM

           MOVE "ID-MSG"              TO WS-NOME-SEQ
           MOVE 99999999              TO WS-FAIXA
           MOVE WS-PATH-ARQMSGCTL TO WS-PATH-CTL-ATUAL
           PERFORM P010-CHECA-UMA THRU P010-FIM

           MOVE "ID-OUV"              TO WS-NOME-SEQ
           MOVE 99999999              TO WS-FAIXA
           MOVE WS-PATH-ARQOUVCTL TO WS-PATH-CTL-ATUAL
           PERFORM P010-CHECA-UMA THRU P010-FIM

           MOVE "ID-DEV"              TO WS-NOME-SEQ
           MOVE 99999999              TO WS-FAIXA
           MOVE WS-PATH-ARQDEVCTL TO WS-PATH-CTL-ATUAL
           PERFORM P010-CHECA-UMA THRU P010-FIM

           MOVE "ID-PERDA"            TO WS-NOME-SEQ
           MOVE 99999999              TO WS-FAIXA
           MOVE WS-PATH-ARQPERCTL TO WS-PATH-CTL-ATUAL
           PERFORM P010-CHECA-UMA THRU P010-FIM

           MOVE "ID-REQ"              TO WS-NOME-SEQ
           MOVE 99999999              TO WS-FAIXA
           MOVE WS-PATH-ARQREQCTL TO WS-PATH-CTL-ATUAL
           PERFORM P010-CHECA-UMA THRU P010-FIM

           MOVE "ID-FILIAL"           TO WS-NOME-SEQ
           MOVE 99                    TO WS-FAIXA
           MOVE WS-PATH-ARQFILCTL TO WS-PATH-CTL-ATUAL
