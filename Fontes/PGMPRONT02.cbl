      *          EMENDAS: EXIBE A VERSAO VIGENTE (ARQPRONT) E, EM
      *          SEGUIDA, CADA VERSAO ANTERIOR GUARDADA EM ARQPRONTV
      *          PELO PGMPRONT01, COM QUEM ALTEROU, QUANDO E O MOTIVO.
      * Manutencao: 15 OUT 2026 - A CONSULTA PASSA A EXIGIR A ACAO DE
      *             CONSULTA DE PRONTUARIO NOS PERFIS DE ACESSO DO
      *             OPERADOR (PGMPERMCK).
      * Manutencao: 15 OUT 2026 - TODA CONSULTA FICA NO REGISTRO DE
      *             ACESSOS (PGMACELOG); PROFISSIONAL SEM AGENDAMENTO
      *             RECENTE COM O PACIENTE PRECISA JUSTIFICAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRONT02.
       77 WS-QTD-VERSOES      PIC 9(02) VALUE ZEROS.
       77 WS-VERSOES-DISP     PIC X(01) VALUE 'N'.
          88 VERSOES-DISPONIVEIS VALUE 'S'.
           COPY CPYPERMCK.
           COPY CPYACECK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

      *   PRONTUARIO SO PARA PERFIL COM A CONSULTA NA MATRIZ
            MOVE "ACAO"               TO PERM-MODULO
            MOVE 04                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "CONSULTA DE PRONTUARIO NAO PERMITIDA PARA O "
                       "SEU PERFIL."
               GOBACK
            END-IF

            OPEN INPUT PRONTUARIO

            IF NOT WS-FS-OK THEN
                INVALID KEY
                   DISPLAY "PRONTUARIO NAO ENCONTRADO."
                NOT INVALID KEY
                   PERFORM P005-CONFERE-ACESSO  THRU P005-FIM
                   IF ACESSO-LIBERADO
                      PERFORM P010-EXIBE-VIGENTE   THRU P010-FIM
                      PERFORM P020-EXIBE-HISTORICO THRU P020-FIM
                   END-IF
            END-READ

            CLOSE PRONTUARIO
            DISPLAY WS-FS-MSG
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A LEITURA E, SE FOR O CASO, PEDE A JUSTIFICATIVA
      *----------------------------------------------------------------
       P005-CONFERE-ACESSO.

            MOVE ID-CLI-PRONT         TO ACK-ID-CLI
            MOVE "PRONTUAR"           TO ACK-TIPO
            MOVE DATA-PRONT           TO ACK-CHAVE
            MOVE "PGMPRONT02"         TO ACK-PROGRAMA

            CALL "PGMACELOG" USING ACECK-PARM
            .
       P005-FIM.
       P010-EXIBE-VIGENTE.

            DISPLAY "PRONTUARIO VIGENTE DE " ID-CLI-PRONT
