      *          COM JOB, MOTIVO E CONTEUDO BRUTO, PERMITE CORRIGIR A
      *          LINHA OU DESCARTA-LA, E REPROCESSA AS CORRIGIDAS DE UM
      *          JOB REESCREVENDO O ARQUIVO DE RETORNO E CHAMANDO A
      *          MESMA IMPORTACAO ORIGINAL (PGMLOTRET, PGMBOLRET,
      *          PGMLEMRET OU PGMMSGRET) - A LINHA PASSA PELA MESMA
      *          VALIDACAO E, SE RECUSADA DE NOVO, VOLTA PARA A FILA
      *          PELO PGMREJGRV.
      * Manutencao: 15 OUT 2026 - JOB MSGRET (RETORNO DO GATEWAY DE
      *             MENSAGENS AO PACIENTE) NO REPROCESSAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMREJ01.
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQRETLEMB
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQMSGRET_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQMSGRET
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
       P060-REPROCESSA.

            DISPLAY "JOB A REPROCESSAR (LOTRET/BOLRET/LEMRET/MSGRET): "
            ACCEPT WS-JOB-ESCOLHIDO

            EVALUATE WS-JOB-ESCOLHIDO
                WHEN 'LEMRET'
                   MOVE WS-PATH-ARQRETLEMB TO WS-PATH-REPROC
                   MOVE "PGMLEMRET"        TO WS-PGM-IMPORTA
                WHEN 'MSGRET'
                   MOVE WS-PATH-ARQMSGRET  TO WS-PATH-REPROC
                   MOVE "PGMMSGRET"        TO WS-PGM-IMPORTA
                WHEN OTHER
                   DISPLAY "JOB DESCONHECIDO."
                   GO TO P060-FIM
