      *          MANUTENCAO DE SALA, COM MOTIVO. O PGMAGE01 RECUSA
      *          QUALQUER AGENDAMENTO (INCLUSIVE OCORRENCIAS DE SERIE)
      *          QUE CAIA DENTRO DE UM BLOQUEIO, DIZENDO O PORQUE.
      * Manutencao: 15 OUT 2026 - AO INCLUIR UM BLOQUEIO, E PELA NOVA
      *             OPCAO 4 PARA UM BLOQUEIO JA CADASTRADO, CHAMA O
      *             PGMBLQREM PARA REMANEJAR OS AGENDAMENTOS ATINGIDOS
      *             (TROCA DE PROFISSIONAL/SALA, PRIMEIRA VAGA LIVRE OU
      *             CANCELAMENTO), COM AVISO AOS PACIENTES E RELATORIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBLQ01.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-DATA-OK         PIC X(01)  VALUE 'N'.
          88 DATA-OK         VALUE 'S'.
       77 WS-INCLUIU         PIC X(01)  VALUE 'N'.
          88 BLOQUEIO-INCLUIDO VALUE 'S'.
      *   COPIA DO BLOQUEIO PASSADA AO REMANEJAMENTO, QUE FICA COM O
      *   ARQUIVO DE BLOQUEIOS FECHADO ENQUANTO A REMARCACAO O CONSULTA
       01 WS-BLOQ-REM        PIC X(55)  VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
              GOBACK
           END-IF

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

           CLOSE BLOQUEIOS
           CLOSE PROFISSIONAIS
           DISPLAY "1 - INCLUIR BLOQUEIO"
           DISPLAY "2 - LISTAR BLOQUEIOS"
           DISPLAY "3 - EXCLUIR BLOQUEIO"
           DISPLAY "4 - REMANEJAR AGENDAMENTOS DE UM BLOQUEIO"
           DISPLAY "5 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

               WHEN 3
                  PERFORM P030-EXCLUI         THRU P030-FIM
               WHEN 4
                  PERFORM P040-REMANEJA       THRU P040-FIM
               WHEN 5
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."

           CALL "PGMPROXBQ" USING ID-BLOQ

           MOVE 'N'                  TO WS-INCLUIU
           WRITE REG-BLOQ
               INVALID KEY
                  DISPLAY "JA EXISTE BLOQUEIO COM ESTE ID."
               NOT INVALID KEY
                  DISPLAY "BLOQUEIO " ID-BLOQ " INCLUIDO."
                  SET BLOQUEIO-INCLUIDO TO TRUE
           END-WRITE

           IF BLOQUEIO-INCLUIDO
              MOVE REG-BLOQ          TO WS-BLOQ-REM
              PERFORM P041-CHAMA-REMANEJAMENTO THRU P041-FIM
           END-IF
           .
       P010-FIM.
       P011-PEDE-DATA-INI.
           END-DELETE
           .
       P030-FIM.
      *----------------------------------------------------------------
      *   REMANEJAMENTO DOS AGENDAMENTOS ATINGIDOS POR UM BLOQUEIO JA
      *   CADASTRADO (POR EXEMPLO, OS MANTIDOS PARA TRATAR DEPOIS)
      *----------------------------------------------------------------
       P040-REMANEJA.

           DISPLAY "INFORME O ID DO BLOQUEIO: "
           ACCEPT ID-BLOQ

           READ BLOQUEIOS
               INVALID KEY
                  DISPLAY "BLOQUEIO NAO ENCONTRADO."
                  GO TO P040-FIM
           END-READ

           MOVE REG-BLOQ             TO WS-BLOQ-REM
           PERFORM P041-CHAMA-REMANEJAMENTO THRU P041-FIM
           .
       P040-FIM.
      *----------------------------------------------------------------
      *   O PGMAGE07 E O PGMPROXVG ABREM O ARQUIVO DE BLOQUEIOS, QUE
      *   FICA FECHADO AQUI DURANTE O REMANEJAMENTO
      *----------------------------------------------------------------
       P041-CHAMA-REMANEJAMENTO.

           CLOSE BLOQUEIOS

           CALL "PGMBLQREM" USING WS-BLOQ-REM

           OPEN I-O BLOQUEIOS

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO REABRIR O ARQUIVO DE BLOQUEIOS: " WS-FS
              PERFORM P002-EXIBE-ERRO-FS
              MOVE 5                 TO WS-OPCAO
           END-IF
           .
       P041-FIM.
       END PROGRAM PGMBLQ01.
