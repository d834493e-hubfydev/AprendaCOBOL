      *             SO ABRE A FICHA DE CLIENTES DA PROPRIA FILIAL;
      *             ADMINISTRADOR E OPERADOR SEM VINCULO SEGUEM
      *             VENDO TODAS.
      * Manutencao: 15 OUT 2026 - NOVA SECAO DE ENCAMINHAMENTOS:
      *             ENVIADOS A ESPECIALISTAS DE FORA E RECEBIDOS DE
      *             MEDICOS DE FORA (ARQENCAM, PGMENC01), COM A
      *             SITUACAO DA CONTRARREFERENCIA; VOLTAR PASSOU DE 6
      *             PARA 7.
      * Manutencao: 15 OUT 2026 - AS SECOES DE PRONTUARIO, DOCUMENTOS E
      *             ENCAMINHAMENTOS FICAM NO REGISTRO DE ACESSOS
      *             (PGMACELOG); PROFISSIONAL SEM AGENDAMENTO RECENTE
      *             COM O PACIENTE JUSTIFICA UMA VEZ POR FICHA.
      * Manutencao: 15 OUT 2026 - A SECAO DE PRONTUARIO PASSA A EXIGIR
      *             A ACAO DE CONSULTA DE PRONTUARIO NOS PERFIS DE
      *             ACESSO DO OPERADOR (PGMPERMCK), COMO NO PGMPRONT02.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFICHA.
           RECORD KEY   IS CHAVE-DOCREG
           FILE STATUS  IS WS-FS-DOC.

           SELECT ENCAMINHA ASSIGN TO
           WS-PATH-ARQENCAM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-ENCAM
           FILE STATUS  IS WS-FS-ENC.

           SELECT CREDMOV ASSIGN TO
           WS-PATH-ARQCREDMOV
           ORGANIZATION IS SEQUENTIAL
       FD CREDMOV.
           COPY CPYCREDMOV.

       FD ENCAMINHA.
           COPY CPYENCAM.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ENC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-ENC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-ENC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-ENC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-ENC-EOF
                          WS-FS-OK BY WS-FS-ENC-OK
                          WS-FS BY WS-FS-ENC.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-ID-CLI-BUSCA     PIC 9(04) VALUE ZEROS.
          88 WS-EOF-FAM-OK    VALUE 1 FALSE 0.
       77 WS-TOT-MEMBRO       PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-ALTA         PIC 9(02) VALUE ZEROS.
       77 WS-ENC-DESC         PIC X(08) VALUE SPACES.
       77 WS-ENC-SIT          PIC X(20) VALUE SPACES.
           COPY CPYACECK.
           COPY CPYPERMCK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM P020-RESUMO THRU P020-FIM
               PERFORM P005-MENU   THRU P005-FIM
                  UNTIL WS-OPCAO EQUAL 7
            END-IF

            CLOSE CLIENTES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQENCAM_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQENCAM
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            DISPLAY "3 - SITUACAO FINANCEIRA"
            DISPLAY "4 - GRUPO FAMILIAR"
            DISPLAY "5 - DOCUMENTOS DO PACIENTE"
            DISPLAY "6 - ENCAMINHAMENTOS"
            DISPLAY "7 - VOLTAR"
            DISPLAY "ESCOLHA UMA DAS OPCOES: "
            ACCEPT WS-OPCAO

                WHEN 5
                   PERFORM P070-DOCUMENTOS            THRU P070-FIM
                WHEN 6
                   PERFORM P080-ENCAMINHAMENTOS       THRU P080-FIM
                WHEN 7
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
      *----------------------------------------------------------------
       P040-ULTIMOS-PRONTUARIOS.

      *   PRONTUARIO SO PARA PERFIL COM A CONSULTA NA MATRIZ
            MOVE "ACAO"               TO PERM-MODULO
            MOVE 04                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "CONSULTA DE PRONTUARIO NAO PERMITIDA PARA O "
                       "SEU PERFIL."
               GO TO P040-FIM
            END-IF

            MOVE "PRONTUAR"           TO ACK-TIPO
            PERFORM P090-CONFERE-ACESSO THRU P090-FIM
            IF NOT ACESSO-LIBERADO
               GO TO P040-FIM
            END-IF

            MOVE ZEROS                TO WS-QTD-EXIBIDOS
            SET WS-EOF-OK             TO FALSE
            MOVE WS-ID-CLI-BUSCA      TO ID-CLI-PRONT
      *----------------------------------------------------------------
       P070-DOCUMENTOS.

            MOVE "DOCUMENT"           TO ACK-TIPO
            PERFORM P090-CONFERE-ACESSO THRU P090-FIM
            IF NOT ACESSO-LIBERADO
               GO TO P070-FIM
            END-IF

            OPEN INPUT DOCREG

            IF NOT WS-FS-DOC-OK
            END-READ
            .
       P071-FIM.
      *----------------------------------------------------------------
      *   ENCAMINHAMENTOS DO PACIENTE (ENVIADOS E RECEBIDOS) COM A
      *   SITUACAO DA CONTRARREFERENCIA
      *----------------------------------------------------------------
       P080-ENCAMINHAMENTOS.

            MOVE "ENCAMIN"            TO ACK-TIPO
            PERFORM P090-CONFERE-ACESSO THRU P090-FIM
            IF NOT ACESSO-LIBERADO
               GO TO P080-FIM
            END-IF

            OPEN INPUT ENCAMINHA

            IF NOT WS-FS-ENC-OK
               DISPLAY "NAO HA ENCAMINHAMENTOS REGISTRADOS."
               GO TO P080-FIM
            END-IF

            MOVE ZEROS                TO WS-QTD-EXIBIDOS
            SET WS-EOF-OK             TO FALSE
            MOVE WS-ID-CLI-BUSCA      TO ID-CLI-ENC
            MOVE ZEROS                TO SEQ-ENC

            START ENCAMINHA KEY IS NOT LESS THAN CHAVE-ENCAM
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P081-LE-ENCAMINHAMENTO THRU P081-FIM
               UNTIL WS-EOF-OK

            IF WS-QTD-EXIBIDOS EQUAL ZEROS
               DISPLAY "NENHUM ENCAMINHAMENTO REGISTRADO."
            END-IF

            CLOSE ENCAMINHA
            .
       P080-FIM.
       P081-LE-ENCAMINHAMENTO.

            READ ENCAMINHA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-ENC NOT EQUAL WS-ID-CLI-BUSCA
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      ADD 1           TO WS-QTD-EXIBIDOS
                      IF ENC-ENVIADO
                         MOVE "ENVIADO"  TO WS-ENC-DESC
                      ELSE
                         MOVE "RECEBIDO" TO WS-ENC-DESC
                      END-IF
                      EVALUATE TRUE
                          WHEN ENC-RETORNADO
                             MOVE "CONTRARREFERIDO EM" TO WS-ENC-SIT
                          WHEN ENC-CANCELADO
                             MOVE "CANCELADO EM" TO WS-ENC-SIT
                          WHEN OTHER
                             MOVE "EM ABERTO" TO WS-ENC-SIT
                      END-EVALUATE
                      DISPLAY "  " SEQ-ENC " " WS-ENC-DESC " "
                              DATA-ENC " " NM-EXT-ENC
                              " (" ESPEC-ENC ")"
                      DISPLAY "    MOTIVO: " MOTIVO-ENC
                              " CID " CID-ENC
                      IF ENC-ABERTO
                         DISPLAY "    " WS-ENC-SIT
                      ELSE
                         DISPLAY "    " WS-ENC-SIT " " DATA-RET-ENC
                                 " " NOTA-RET-ENC
                      END-IF
                   END-IF
            END-READ
            .
       P081-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A LEITURA DA SECAO CLINICA; A JUSTIFICATIVA, QUANDO
      *   EXIGIDA, E PEDIDA SO NA PRIMEIRA SECAO ABERTA
      *----------------------------------------------------------------
       P090-CONFERE-ACESSO.

            MOVE WS-ID-CLI-BUSCA      TO ACK-ID-CLI
            MOVE "FICHA"              TO ACK-CHAVE
            MOVE "PGMFICHA"           TO ACK-PROGRAMA

            CALL "PGMACELOG" USING ACECK-PARM
            .
       P090-FIM.
       END PROGRAM PGMFICHA.
