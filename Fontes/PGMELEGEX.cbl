      *          A RESPOSTA DO VERIFICADOR E IMPORTADA PELO PGMELEGRT,
      *          QUE MARCA ELEG-AGE NO AGENDAMENTO PARA O CHECK-IN
      *          (PGMCHK01) AVISAR A RECEPCAO.
      * Manutencao: 15 OUT 2026 - O CONVENIO EXPORTADO PASSOU A SER O
      *             DA COBERTURA ESCOLHIDA PARA O ATENDIMENTO
      *             (ID-CONV-AGE), E NAO MAIS O CONVENIO-CLI DO
      *             CADASTRO; A LINHA GANHOU NO FIM O NUMERO DA
      *             CARTEIRINHA E A VALIDADE DA COBERTURA (ARQCOBERT,
      *             VEJA PGMCOB01), EM BRANCO/ZEROS QUANDO O PACIENTE
      *             NAO TEM COBERTURA CADASTRADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMELEGEX.
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT COBERT ASSIGN TO
           WS-PATH-ARQCOBERT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-COB
           FILE STATUS  IS WS-FS-COB.

           SELECT ELEGIB ASSIGN TO
           WS-PATH-ARQELEGIB
           ORGANIZATION IS SEQUENTIAL
       FD CLIENTES.
           COPY CPYCLI.

       FD COBERT.
           COPY CPYCOBERT.

       FD ELEGIB
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-COB-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-COB-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-COB-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-COB-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-COB-EOF
                          WS-FS-OK BY WS-FS-COB-OK
                          WS-FS BY WS-FS-COB.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ELE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-ELE-NAO-ENCONTRADO
       77 WS-TIPO-SOMA            PIC X(01)  VALUE 'D'.
       77 WS-QTD-SOMA             PIC 9(03)  VALUE ZEROS.
       77 WS-TOTAL-EXPORTADOS     PIC 9(06)  VALUE ZEROS.
       77 WS-COB-DISP             PIC X(01)  VALUE 'N'.
          88 COBERTURAS-DISPONIVEIS VALUE 'S'.

       01 WS-LINHA-ELEG.
          03 WS-ELE-AGE           PIC 9(08).
          03 WS-ELE-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ELE-HORA          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ELE-CARTEIRA      PIC X(20).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-ELE-VALIDADE      PIC 9(08).

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCOBERT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCOBERT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQELEGIB_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQELEGIB
              GOBACK
           END-IF

           OPEN INPUT  COBERT
           IF WS-FS-COB-OK
              SET COBERTURAS-DISPONIVEIS TO TRUE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE          TO WS-DATA-AMANHA
           .
      *----------------------------------------------------------------
      *   SO SAEM OS AGENDAMENTOS DE AMANHA AINDA DE PE (AGENDADO OU
      *   CONFIRMADO) ATENDIDOS POR CONVENIO
      *----------------------------------------------------------------
       P030-PROCESSA-AGENDAMENTO.
      *----------------------------------------------------------------
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF NOT AGE-PARTICULAR
                        PERFORM P040-GRAVA-LINHA
                     END-IF
              END-READ
           MOVE ID-AGE                TO WS-ELE-AGE
           MOVE ID-CLI-AGE            TO WS-ELE-CLI
           MOVE CPF-CLI               TO WS-ELE-CPF
           MOVE ID-CONV-AGE           TO WS-ELE-CONV
           MOVE DATA-AGE              TO WS-ELE-DATA
           MOVE HORA-AGE              TO WS-ELE-HORA
           MOVE SPACES                TO WS-ELE-CARTEIRA
           MOVE ZEROS                 TO WS-ELE-VALIDADE

           IF COBERTURAS-DISPONIVEIS AND NOT AGE-SEM-COBERTURA
              MOVE ID-CLI-AGE         TO ID-CLI-COB
              MOVE SEQ-COB-AGE        TO SEQ-COB
              READ COBERT
                  NOT INVALID KEY
                     MOVE CARTEIRA-COB TO WS-ELE-CARTEIRA
                     MOVE VALIDADE-COB TO WS-ELE-VALIDADE
              END-READ
           END-IF

           MOVE SPACES                TO ELE-LINHA
           MOVE WS-LINHA-ELEG         TO ELE-LINHA
           CLOSE AGENDA
           CLOSE CLIENTES
           CLOSE ELEGIB

           IF COBERTURAS-DISPONIVEIS
              CLOSE COBERT
           END-IF
           .
       END PROGRAM PGMELEGEX.
