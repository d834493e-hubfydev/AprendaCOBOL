      *          (DATA E TEXTO) E REGISTRAR A ENTREGA AO PROFISSIONAL,
      *          SEMPRE NA ORDEM SOLICITADO - COLETADO - RESULTADO
      *          DISPONIVEL - ENTREGUE.
      * Manutencao: 15 OUT 2026 - O EXAME ABERTO EXIBE O RESULTADO JA
      *             LANCADO E A CONSULTA FICA NO REGISTRO DE ACESSOS
      *             (PGMACELOG); PROFISSIONAL SEM AGENDAMENTO RECENTE
      *             COM O PACIENTE PRECISA JUSTIFICAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEXM02.
       WORKING-STORAGE SECTION.
           COPY CPYFS.
       77 WS-OPCAO           PIC 9      VALUE ZEROS.
           COPY CPYACECK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
               INVALID KEY
                  DISPLAY "EXAME NAO ENCONTRADO."
               NOT INVALID KEY
                  PERFORM P005-CONFERE-ACESSO THRU P005-FIM
                  IF ACESSO-LIBERADO
                     PERFORM P010-MOVIMENTA THRU P010-FIM
                  END-IF
           END-READ

           CLOSE EXAMES
           DISPLAY WS-FS-MSG
           .
       P002-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A LEITURA E, SE FOR O CASO, PEDE A JUSTIFICATIVA
      *----------------------------------------------------------------
       P005-CONFERE-ACESSO.

           MOVE ID-CLI-EXM           TO ACK-ID-CLI
           MOVE "EXAME"              TO ACK-TIPO
           MOVE ID-EXAME             TO ACK-CHAVE
           MOVE "PGMEXM02"           TO ACK-PROGRAMA

           CALL "PGMACELOG" USING ACECK-PARM
           .
       P005-FIM.
       P010-MOVIMENTA.

           DISPLAY "EXAME " ID-EXAME " - PACIENTE " ID-CLI-EXM
                   " - SOLICITADO EM " DATA-SOL-EXM
                   " - SITUACAO " STATUS-EXM

           IF DATA-RES-EXM GREATER ZEROS
              DISPLAY "RESULTADO DE " DATA-RES-EXM ": " RESULTADO-EXM
           END-IF

           DISPLAY "1 - REGISTRAR COLETA"
           DISPLAY "2 - LANCAR RESULTADO"
           DISPLAY "3 - REGISTRAR ENTREGA AO PROFISSIONAL"
