      *          COM DATA DE VALIDADE E SITUACAO ABERTO. A DECISAO
      *          (APROVAR/RECUSAR) E A CONVERSAO EM AGENDAMENTOS E
      *          FEITA NO PGMORC02.
      * Manutencao: 15 OUT 2026 - O ORCAMENTO GRAVADO PUBLICA O AVISO AO
      *             PACIENTE (VALOR E VALIDADE) NA CAIXA DE SAIDA DE
      *             MENSAGENS (PGMMSGPUB).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMORC01.
             "TOTAL DO ORCAMENTO: ".
          03 WS-TOT-VLR           PIC ZZ.ZZZ.ZZ9,99.

           COPY CPYMSGPUB.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
                   NOT INVALID KEY
                      DISPLAY "ORCAMENTO GRAVADO COM SUCESSO."
                      PERFORM P030-IMPRIME-ORCAMENTO THRU P030-FIM
                      PERFORM P040-PUBLICA-AVISO THRU P040-FIM
               END-WRITE
            END-IF
            .
            WRITE REL-LINHA
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   AVISO DO ORCAMENTO AO PACIENTE NA CAIXA DE SAIDA DE MENSAGENS
      *----------------------------------------------------------------
       P040-PUBLICA-AVISO.

            INITIALIZE MSGPUB-PARM
            SET MSGPUB-ORCAMENTO      TO TRUE
            MOVE ID-CLI-ORC           TO MSGPUB-ID-CLI
            MOVE ID-ORC               TO MSGPUB-REF
            MOVE DATA-VALIDADE-ORC    TO MSGPUB-DATA
            MOVE VLR-TOTAL-ORC        TO MSGPUB-VALOR

            CALL "PGMMSGPUB" USING MSGPUB-PARM

            IF NOT MSGPUB-PUBLICADA
               DISPLAY "PACIENTE NAO SERA AVISADO POR MENSAGEM - "
                       "ENTREGAR O ORCAMENTO IMPRESSO."
            END-IF
            .
       P040-FIM.
       P070-FECHAR-ARQUIVOS.

            CLOSE ORCAMENTO
