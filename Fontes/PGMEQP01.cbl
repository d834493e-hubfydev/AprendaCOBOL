      *          SERVICO, COMO SE FOSSE FEITO NO PGMBLQ01 - E CONCLUIR
      *          A ORDEM, ATUALIZANDO A DATA DA ULTIMA MANUTENCAO. AS
      *          MANUTENCOES VENCIDAS SAEM NO PGMEQPREL.
      * Manutencao: 15 OUT 2026 - A INCLUSAO PEDE A VIDA UTIL EM MESES E
      *             O VALOR RESIDUAL PARA A DEPRECIACAO MENSAL
      *             (PGMDEP01). ACRESCENTADAS AS OPCOES DE ALTERAR A
      *             VIDA UTIL/RESIDUAL E DE BAIXAR (INATIVAR) O
      *             EQUIPAMENTO, QUE PARA DE DEPRECIAR; VOLTAR PASSOU
      *             DE 5 PARA 7.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEQP01.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OK          PIC X(01) VALUE 'N'.
       77 WS-ID-SALA-LISTA    PIC 9(02) VALUE ZEROS.
       77 WS-RESIDUAL-OK      PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA         PIC X(01) VALUE SPACES.

           COPY CPYPATHS.


            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM UNTIL WS-OPCAO EQUAL 7
               PERFORM P010-DISPLAY-MENU THRU P010-FIM
               PERFORM P020-VALIDA       THRU P020-FIM
            END-PERFORM
            DISPLAY "* 2 - LISTAR EQUIPAMENTOS DE UMA SALA"
            DISPLAY "* 3 - ABRIR ORDEM DE MANUTENCAO"
            DISPLAY "* 4 - CONCLUIR ORDEM DE MANUTENCAO"
            DISPLAY "* 5 - ALTERAR VIDA UTIL / VALOR RESIDUAL"
            DISPLAY "* 6 - BAIXAR (INATIVAR) EQUIPAMENTO"
            DISPLAY "* 7 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

                WHEN 4
                   PERFORM P060-CONCLUI-ORDEM THRU P060-FIM
                WHEN 5
                   PERFORM P070-ALTERA-DEPR   THRU P070-FIM
                WHEN 6
                   PERFORM P080-BAIXA         THRU P080-FIM
                WHEN 7
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            DISPLAY "PERIODICIDADE DA PREVENTIVA (DIAS): "
            ACCEPT PERIOD-MANUT-EQP

            PERFORM P032-ACEITA-VIDA-UTIL THRU P032-FIM

            MOVE ZEROS                TO DATA-ULT-MANUT-EQP
                                         DEPR-ACUM-EQP
                                         ULT-COMP-DEPR-EQP
            SET EQP-ATIVO             TO TRUE

            WRITE REG-EQUIP
            END-IF
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   VIDA UTIL EM MESES (ZERO = NAO DEPRECIA) E VALOR RESIDUAL,
      *   QUE NAO PODE PASSAR DO VALOR DE COMPRA
      *----------------------------------------------------------------
       P032-ACEITA-VIDA-UTIL.

            DISPLAY "VIDA UTIL EM MESES (0 = NAO DEPRECIA): "
            ACCEPT VIDA-UTIL-EQP

            MOVE ZEROS                TO VLR-RESIDUAL-EQP

            IF VIDA-UTIL-EQP EQUAL ZEROS
               GO TO P032-FIM
            END-IF

            MOVE 'N'                  TO WS-RESIDUAL-OK
            PERFORM P033-ACEITA-RESIDUAL THRU P033-FIM
               UNTIL WS-RESIDUAL-OK EQUAL 'S'
            .
       P032-FIM.
       P033-ACEITA-RESIDUAL.

            DISPLAY "VALOR RESIDUAL AO FIM DA VIDA UTIL: "
            ACCEPT VLR-RESIDUAL-EQP

            IF VLR-RESIDUAL-EQP GREATER VLR-COMPRA-EQP
               DISPLAY "RESIDUAL MAIOR QUE O VALOR DE COMPRA."
            ELSE
               MOVE 'S'               TO WS-RESIDUAL-OK
            END-IF
            .
       P033-FIM.
       P040-LISTA.

            DISPLAY "ID DA SALA: "
            END-READ
            .
       P060-FIM.
      *----------------------------------------------------------------
      *   NOVA VIDA UTIL / RESIDUAL: VALE DA PROXIMA COMPETENCIA
      *   DEPRECIADA EM DIANTE; O QUE JA FOI ACUMULADO NAO MUDA
      *----------------------------------------------------------------
       P070-ALTERA-DEPR.

            DISPLAY "ID DO EQUIPAMENTO: "
            ACCEPT ID-EQP

            READ EQUIPAMENTOS
                INVALID KEY
                   DISPLAY "EQUIPAMENTO NAO ENCONTRADO."
                   GO TO P070-FIM
            END-READ

            IF EQP-INATIVO
               DISPLAY "EQUIPAMENTO BAIXADO."
               GO TO P070-FIM
            END-IF

            DISPLAY NM-EQP " COMPRA " VLR-COMPRA-EQP
                    " VIDA UTIL " VIDA-UTIL-EQP
                    " RESIDUAL " VLR-RESIDUAL-EQP
                    " ACUMULADA " DEPR-ACUM-EQP

            PERFORM P032-ACEITA-VIDA-UTIL THRU P032-FIM

            REWRITE REG-EQUIP

            IF WS-FS-OK
               DISPLAY "DADOS DE DEPRECIACAO ATUALIZADOS."
            ELSE
               DISPLAY "ERRO AO ATUALIZAR O EQUIPAMENTO."
               PERFORM P002-EXIBE-ERRO-FS
            END-IF
            .
       P070-FIM.
      *----------------------------------------------------------------
      *   BAIXA DO EQUIPAMENTO: SAI DA DEPRECIACAO MENSAL E DAS
      *   LISTAS DE MANUTENCAO; O HISTORICO FICA
      *----------------------------------------------------------------
       P080-BAIXA.

            DISPLAY "ID DO EQUIPAMENTO: "
            ACCEPT ID-EQP

            READ EQUIPAMENTOS
                INVALID KEY
                   DISPLAY "EQUIPAMENTO NAO ENCONTRADO."
                   GO TO P080-FIM
            END-READ

            IF EQP-INATIVO
               DISPLAY "EQUIPAMENTO JA BAIXADO."
               GO TO P080-FIM
            END-IF

            DISPLAY "CONFIRMA A BAIXA DE " NM-EQP " (S/N)? "
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "BAIXA CANCELADA."
               GO TO P080-FIM
            END-IF

            SET EQP-INATIVO           TO TRUE

            REWRITE REG-EQUIP

            IF WS-FS-OK
               DISPLAY "EQUIPAMENTO BAIXADO."
            ELSE
               DISPLAY "ERRO AO BAIXAR O EQUIPAMENTO."
               PERFORM P002-EXIBE-ERRO-FS
            END-IF
            .
       P080-FIM.
       END PROGRAM PGMEQP01.
