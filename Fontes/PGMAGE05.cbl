      *             DE SER ACEITO: EVITA SEGUNDA MULTA DE FALTA,
      *             CONSUMO DUPLICADO DE SESSAO DE PACOTE E NOVO
      *             DEBITO DE INSUMOS.
      * Manutencao: 15 OUT 2026 - CHECK-OUT: AO MARCAR COMO REALIZADO
      *             UM ATENDIMENTO QUE NAO E DE PACOTE NEM PAGO POR
      *             EMPRESA, O OPERADOR PODE FATURA-LO NA HORA
      *             (PGMCKOUT, MESMAS REGRAS DO PGMFATURA), QUE O MARCA
      *             COMO FATURADO PARA O FATURAMENTO NOTURNO PULA-LO;
      *             EM SEGUIDA A FATURA E RECEBIDA NO CAIXA DO OPERADOR
      *             (PGMCXA02) E E OFERECIDO O AGENDAMENTO DO RETORNO
      *             (PGMAGE01).
      * Manutencao: 15 OUT 2026 - O CHECK-OUT RECEBE O CONVENIO DA
      *             COBERTURA ESCOLHIDA PARA O ATENDIMENTO
      *             (ID-CONV-AGE).
      * Manutencao: 15 OUT 2026 - AO MARCAR COMO REALIZADO, GRAVA A HORA
      *             DE FIM DO ATENDIMENTO (HORA-FIM-ATD-AGE) QUANDO A
      *             FILA (PGMCHK02) AINDA NAO A REGISTROU.
      * Manutencao: 15 OUT 2026 - ATENDIMENTO REALIZADO OU FALTA E
      *             VINCULADO AO PLANO TERAPEUTICO ATIVO DO PACIENTE
      *             (PGMPLTVIN), QUE GRAVA A EVOLUCAO DA SESSAO E
      *             ATUALIZA OS CONTADORES DO PLANO.
      * Manutencao: 15 OUT 2026 - A NOVA SITUACAO ACERTA A RESERVA DE
      *             MATERIAL DO AGENDAMENTO (PGMRESAGE): CONFIRMADO
      *             RESERVA, REALIZADO DA A RESERVA COMO CONSUMIDA E A
      *             FALTA A LIBERA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAGE05.
       77 WS-DOC-REF         PIC X(10)  VALUE SPACES.
       77 WS-LOTE-RESULT     PIC X(01)  VALUE 'L'.
          88 LOTE-RECUSADO   VALUE 'N'.
       77 WS-RES-FALTA       PIC X(01)  VALUE 'N'.
          88 RESERVA-COM-FALTA  VALUE 'S'.
       77 WS-LIM-ACAO         PIC X(01) VALUE SPACES.
       77 WS-LIM-PERIODO      PIC X(01) VALUE SPACES.
       77 WS-LIM-QTD          PIC 9(03) VALUE ZEROS.
       77 WS-CKO-RESP         PIC X(01) VALUE 'N'.
          88 CKO-ACEITO       VALUES 'S' 's'.
       77 WS-CKO-RESULT       PIC X(01) VALUE 'N'.
          88 CKO-FATURADO     VALUE 'S'.
       77 WS-CKO-FAT-REC      PIC 9(04) VALUE ZEROS.
       77 WS-CKO-ID-CLI       PIC 9(04) VALUE ZEROS.
       77 WS-CKO-FEITO        PIC X(01) VALUE 'N'.
          88 CHECKOUT-FEITO   VALUE 'S'.
       77 WS-PLT-SITUACAO     PIC X(01) VALUE SPACE.
       77 WS-PLT-ID-PLANO     PIC 9(06) VALUE ZEROS.

       01 WS-HORA-COMPLETA    PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-HORA-COMPLETA.
          03 WS-HORA-HHMM     PIC 9(04).
          03 FILLER           PIC 9(04).
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMAGE05".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
               CLOSE ESTOQUE
            END-IF

            IF CHECKOUT-FEITO
               PERFORM P021-RECEBE-E-RETORNO THRU P021-FIM
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
                   SET AGE-CONFIRMADO   TO TRUE
                WHEN 2
                   SET AGE-REALIZADO    TO TRUE
                   IF HORA-FIM-ATD-AGE EQUAL ZEROS
                      ACCEPT WS-HORA-COMPLETA FROM TIME
                      MOVE WS-HORA-HHMM TO HORA-FIM-ATD-AGE
                   END-IF
                   PERFORM P015-LOCALIZA-PACOTE THRU P015-FIM
                   IF PACOTE-COBRE
                      SET AGE-FATURADO  TO TRUE
                       INVALID KEY
                          DISPLAY "ERRO AO ATUALIZAR O AGENDAMENTO."
                       NOT INVALID KEY
                          MOVE "ARQAGE"             TO WS-JRN-ARQ
                          MOVE 'R'                  TO WS-JRN-OPER
                          CALL "PGMJRNLOG" USING WS-JRN-ARQ,
                                                 WS-JRN-OPER,
                                                 WS-JRN-PGM, WS-FS,
                                                 REG-AGE
                          DISPLAY "SITUACAO ATUALIZADA COM SUCESSO!"
               END-REWRITE

                  CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                        WS-AUD-CHAVE, WS-AUD-CAMPO,
                                        WS-AUD-ANTES, WS-AUD-DEPOIS
                  CALL "PGMRESAGE" USING ID-AGE, WS-RES-FALTA
                  IF RESERVA-COM-FALTA
                     DISPLAY "ATENCAO: FALTA MATERIAL PARA ESTE "
                             "ATENDIMENTO. AVISE O ESTOQUE."
                  END-IF
                  IF WS-OPCAO EQUAL 3
                     CALL "PGMMULTA" USING ID-AGE, ID-CLI-AGE,
                                           ID-PROC-AGE, DATA-AGE
                     PERFORM P017-DEBITA-INSUMOS THRU P017-FIM
                     PERFORM P018-CONTA-COBERTURA THRU P018-FIM
                  END-IF
                  IF WS-OPCAO EQUAL 2 OR WS-OPCAO EQUAL 3
                     PERFORM P022-VINCULA-PLANO THRU P022-FIM
                  END-IF
                  IF WS-OPCAO EQUAL 2 AND AGE-NAO-FATURADO
                     AND AGE-SEM-EMPRESA AND ID-PROC-AGE NOT EQUAL ZEROS
                     PERFORM P020-CHECK-OUT THRU P020-FIM
                  END-IF
               END-IF
            END-IF
            .
            SUBTRACT QTD-INS FROM QTD-ESTQ

            REWRITE REG-ESTQ
            MOVE "ARQESTQ"            TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-EST, REG-ESTQ

            IF NOT WS-FS-EST-OK
               DISPLAY "ERRO AO DEBITAR O INSUMO " ID-ESTQ
            CLOSE CONSIG
            .
       P019-FIM.
      *----------------------------------------------------------------
      *   CHECK-OUT: FATURA O ATENDIMENTO NA HORA (PGMCKOUT) E MARCA O
      *   AGENDAMENTO COMO FATURADO, PARA O PGMFATURA NAO COBRAR DE NOVO
      *----------------------------------------------------------------
       P020-CHECK-OUT.

            DISPLAY "FAZER O CHECK-OUT AGORA (FATURAR E RECEBER)? "
                    "(S/N)"
            ACCEPT WS-CKO-RESP

            IF NOT CKO-ACEITO
               DISPLAY "ATENDIMENTO FICA PARA O FATURAMENTO NOTURNO."
               GO TO P020-FIM
            END-IF

            CALL "PGMCKOUT" USING ID-AGE, ID-CLI-AGE, ID-PROC-AGE,
                                  ID-EMP-AGE, ID-CONV-AGE, DATA-AGE,
                                  WS-CKO-FAT-REC, WS-CKO-RESULT

            IF NOT CKO-FATURADO
               GO TO P020-FIM
            END-IF

            SET CHECKOUT-FEITO        TO TRUE
            MOVE ID-CLI-AGE           TO WS-CKO-ID-CLI
            SET AGE-FATURADO          TO TRUE

            REWRITE REG-AGE
                    INVALID KEY
                       DISPLAY "ERRO AO MARCAR O AGENDAMENTO FATURADO."
            END-REWRITE
            MOVE "ARQAGE"             TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS, REG-AGE

            IF WS-FS NOT EQUAL ZEROS THEN
               DISPLAY "ERRO AO ATUALIZAR O AGENDAMENTO: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               DISPLAY "A FATURA FOI GERADA; O FATURAMENTO NOTURNO "
                       "ACERTA A MARCA SEM COBRAR DE NOVO."
            ELSE
               MOVE "AGENDA"          TO WS-AUD-MODULO
               MOVE 'A'               TO WS-AUD-OPER
               MOVE ID-AGE            TO WS-AUD-CHAVE
               MOVE "FATURADO"        TO WS-AUD-CAMPO
               MOVE 'N'               TO WS-AUD-ANTES
               MOVE FATURADO-AGE      TO WS-AUD-DEPOIS
               CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                     WS-AUD-CHAVE, WS-AUD-CAMPO,
                                     WS-AUD-ANTES, WS-AUD-DEPOIS
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   DEPOIS DE FECHADA A AGENDA: RECEBE A FATURA DO CHECK-OUT NO
      *   CAIXA DO OPERADOR E OFERECE O AGENDAMENTO DO RETORNO
      *----------------------------------------------------------------
       P021-RECEBE-E-RETORNO.

            IF WS-CKO-FAT-REC GREATER ZEROS
               CALL "PGMCXA02" USING WS-CKO-FAT-REC
            END-IF

            DISPLAY "AGENDAR O RETORNO DO CLIENTE " WS-CKO-ID-CLI
                    "? (S/N)"
            ACCEPT WS-CKO-RESP

            IF CKO-ACEITO
               CALL "PGMAGE01"
            END-IF
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   SESSAO OU FALTA ENTRA NO PLANO TERAPEUTICO ATIVO DO PACIENTE
      *   QUE COBRE O ATENDIMENTO; SEM PLANO, NADA ACONTECE
      *----------------------------------------------------------------
       P022-VINCULA-PLANO.

            IF WS-OPCAO EQUAL 2
               MOVE 'R'               TO WS-PLT-SITUACAO
            ELSE
               MOVE 'F'               TO WS-PLT-SITUACAO
            END-IF

            MOVE ZEROS                TO WS-PLT-ID-PLANO

            CALL "PGMPLTVIN" USING ID-AGE, ID-CLI-AGE, ID-PROC-AGE,
                                   ID-PROF-AGE, DATA-AGE,
                                   WS-PLT-SITUACAO, WS-PLT-ID-PLANO
            .
       P022-FIM.
       END PROGRAM PGMAGE05.
