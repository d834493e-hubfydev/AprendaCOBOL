      *             SO LISTA E CONSULTA CLIENTES DA PROPRIA FILIAL;
      *             ADMINISTRADOR E OPERADOR SEM VINCULO SEGUEM
      *             VENDO TODAS.
      * Manutencao: 15 OUT 2026 - O HISTORICO DE PRONTUARIO DA CONSULTA
      *             POR ID PASSA A EXIGIR A ACAO DE CONSULTA DE
      *             PRONTUARIO NOS PERFIS DE ACESSO (PGMPERMCK) E A
      *             FICAR NO REGISTRO DE ACESSOS (PGMACELOG), COMO NO
      *             PGMPRONT02.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLII5.
       77 WS-ID-BUSCA        PIC 9(04)  VALUE ZEROS.
       77 WS-PAGINA          PIC 9(04)  VALUE ZEROS.
       77 WS-FILTRO-FILIAL   PIC 9(02)  VALUE ZEROS.
           COPY CPYPERMCK.
           COPY CPYACECK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   EXIBE O HISTORICO DE PRONTUARIO DO CLIENTE CONSULTADO, SO
      *   PARA PERFIL COM A CONSULTA NA MATRIZ E COM A LEITURA
      *   REGISTRADA (E JUSTIFICADA, SE FOR O CASO) NO PGMACELOG
      *----------------------------------------------------------------
       P030-EXIBE-PRONTUARIO.

            MOVE "ACAO"               TO PERM-MODULO
            MOVE 04                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "   CONSULTA DE PRONTUARIO NAO PERMITIDA PARA O "
                       "SEU PERFIL."
               GO TO P030-FIM
            END-IF

            MOVE ID-CLI               TO ACK-ID-CLI
            MOVE "PRONTUAR"           TO ACK-TIPO
            MOVE "CONSULTAID"         TO ACK-CHAVE
            MOVE "PGMCLII5"           TO ACK-PROGRAMA

            CALL "PGMACELOG" USING ACECK-PARM

            IF NOT ACESSO-LIBERADO
               DISPLAY "   PRONTUARIO NAO EXIBIDO."
               GO TO P030-FIM
            END-IF

            OPEN INPUT PRONTUARIO

            IF WS-FS-PRO EQUAL ZEROS THEN
