      *             PACIENTE VIRA UMA SEGUNDA FATURA TIPO 'C',
      *             RECEBIVEL NO CAIXA DE IMEDIATO, E SO A PARTE DO
      *             PLANO (TIPO 'A') SEGUE PARA O LOTE DO PGMLOTGER.
      * Manutencao: 15 OUT 2026 - EXAME OCUPACIONAL PAGO POR EMPRESA
      *             CONVENIADA (ID-EMP-AGE) NAO GERA FATURA PARA O
      *             PACIENTE: O ATENDIMENTO, PRECIFICADO PELA TABELA DO
      *             CONTRATO DA EMPRESA (ARQPRCEMP) OU PELO CATALOGO,
      *             VIRA UM ITEM PENDENTE EM ARQEMPIT PARA A FATURA
      *             MENSAL DA EMPRESA (PGMEMPFAT). EMPRESA INEXISTENTE
      *             OU INATIVA DEIXA O ATENDIMENTO SEM FATURAR, COM
      *             AVISO NO RELATORIO.
      * Manutencao: 15 OUT 2026 - A PRECIFICACAO DO ATENDIMENTO
      *             (EMPRESA, CONVENIO OU CATALOGO, ADICIONAIS E
      *             COPARTICIPACAO) PASSOU PARA O PGMPRCAGE, USADO
      *             TAMBEM PELO CHECK-OUT (PGMCKOUT). ATENDIMENTO JA
      *             FATURADO NO CHECK-OUT FICA MARCADO E E PULADO; SE
      *             A FATURA DELE EXISTIR SEM A MARCA NO AGENDAMENTO,
      *             A MARCA E ACERTADA E NADA E COBRADO DE NOVO.
      * Manutencao: 15 OUT 2026 - O CONVENIO DO ATENDIMENTO PASSOU A
      *             SER O DA COBERTURA ESCOLHIDA NO AGENDAMENTO
      *             (ID-CONV-AGE, VEJA PGMCOB01/PGMAGE01), REPASSADO AO
      *             PGMPRCAGE NO LUGAR DO CONVENIO-CLI DO CADASTRO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFATURA.
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS-FAT.

           SELECT FATITENS ASSIGN TO
           WS-PATH-ARQFATIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-FATIT
           FILE STATUS  IS WS-FS-FTI.

           SELECT EMPRESAS ASSIGN TO
           WS-PATH-ARQEMPRESA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-EMP
           ALTERNATE RECORD KEY IS NM-EMP WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-EMP WITH DUPLICATES
           FILE STATUS  IS WS-FS-EMP.

           SELECT EMPITENS ASSIGN TO
           WS-PATH-ARQEMPIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-EMPIT
           FILE STATUS  IS WS-FS-EIT.

           SELECT RELFAT ASSIGN TO
           WS-PATH-RELFAT
       FD AGENDA.
           COPY CPYAGE.

       FD FATURA.
           COPY CPYFATURA.

       FD FATITENS.
           COPY CPYFATIT.

       FD EMPRESAS.
           COPY CPYEMPRESA.

       FD EMPITENS.
           COPY CPYEMPIT.

       FD RELFAT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FTI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FTI-NAO-ENCONTRADO
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EMP-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EMP-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EMP-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EMP-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EMP-EOF
                          WS-FS-OK BY WS-FS-EMP-OK
                          WS-FS BY WS-FS-EMP.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EIT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EIT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EIT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EIT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EIT-EOF
                          WS-FS-OK BY WS-FS-EIT-OK
                          WS-FS BY WS-FS-EIT.

       77 WS-TOTAL-FATURADO       PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-COPART           PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-ATEND            PIC 9(06)V99 VALUE ZEROS.
       77 WS-QTD-PULADOS          PIC 9(02)  VALUE ZEROS.
       77 WS-PRC-RESULT           PIC X(01)  VALUE SPACES.
          88 PRC-ATEND-OK         VALUE 'S'.
       77 WS-JA-FATURADO          PIC X(01)  VALUE 'N'.
          88 FATURA-DO-CHECKOUT   VALUE 'S'.
       77 WS-EOF-FAT              PIC 9      VALUE 0.
          88 WS-EOF-FAT-OK        VALUE 1 FALSE 0.
       77 WS-TOTAL-JA-FATURADO    PIC 9(04)  VALUE ZEROS.
       77 WS-COMP-FECHADA         PIC X(01)  VALUE 'N'.
          88 COMP-BLOQUEADA       VALUE 'S'.
       77 WS-TOTAL-COMP-FECH      PIC 9(04)  VALUE ZEROS.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
       77 WS-AUD-VLR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.

       77 WS-QTD-ITENS-FAT        PIC 9(02)  VALUE ZEROS.
       77 WS-IND-ITEM             PIC 9(02)  COMP.
       01 WS-ITENS-FATURA.
       77 WS-TOTAL-SEM-PROC       PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-ADIC-PULADO    PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(08)V99 VALUE ZEROS.
       77 WS-EMP-DISP             PIC X(01)  VALUE 'N'.
          88 EMPRESAS-DISPONIVEIS VALUE 'S'.
       77 WS-TOTAL-EMPRESA        PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-EMPRESA          PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-SEM-EMPRESA    PIC 9(04)  VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
             "AGENDAMENTO EM COMPETENCIA FECHADA, NAO FATURADO....: ".
          03 WS-CF-AGE             PIC ZZZZZZZ9.

       01 WS-LINHA-JA-FATURADO.
          03 FILLER               PIC X(55)  VALUE
             "AGENDAMENTO JA FATURADO NO CHECK-OUT, MARCA ACERTADA: ".
          03 WS-JF-AGE             PIC ZZZZZZZ9.
          03 FILLER               PIC X(09)  VALUE "  FATURA ".
          03 WS-JF-FAT             PIC ZZZ9.

       01 WS-LINHA-SEM-EMPRESA.
          03 FILLER               PIC X(55)  VALUE
             "EMPRESA PAGADORA INEXISTENTE OU INATIVA, NAO FATURADO: ".
          03 WS-SE-AGE             PIC ZZZZZZZ9.

       01 WS-LINHA-EMPRESA.
          03 WS-EI-AGE             PIC ZZZZZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-EI-CLI             PIC ZZZ9.
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-EI-PROC            PIC ZZZ9.
          03 FILLER               PIC X(09)  VALUE SPACES.
          03 WS-EI-VLR             PIC ZZ.ZZZ,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(17)  VALUE
             "A FATURAR EMPRESA".
          03 WS-EI-EMP             PIC ZZZ9.

       01 WS-TOTAL-LINHA-03.
          03 FILLER               PIC X(32)  VALUE
             "EXAMES A FATURAR PARA EMPRESAS: ".
          03 WS-TOT-EMP            PIC ZZZ9.
          03 FILLER               PIC X(10)  VALUE "  VALOR: ".
          03 WS-TOT-VLR-EMP        PIC ZZ.ZZZ.ZZZ,99.

       01 WS-TOTAL-LINHA-01.
          03 FILLER               PIC X(26)  VALUE
             "TOTAL DE FATURAS GERADAS: ".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELFAT".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMFATURA".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           DISPLAY "ADICIONAIS FORA DO CATALOGO: "
                   WS-TOTAL-ADIC-PULADO
           DISPLAY "EM COMPETENCIA FECHADA....: " WS-TOTAL-COMP-FECH
           DISPLAY "JA FATURADOS NO CHECK-OUT.: " WS-TOTAL-JA-FATURADO
           DISPLAY "A FATURAR PARA EMPRESAS...: " WS-TOTAL-EMPRESA
           DISPLAY "EMPRESA INEXISTENTE/INATIVA: "
                   WS-TOTAL-SEM-EMPRESA

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-FATURADO TO WS-RUN-GRAVADOS
              MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATIT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATIT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEMPRESA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEMPRESA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEMPIT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEMPIT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELFAT_PATH"
              CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
              DISPLAY WS-FS-MSG
           END-IF
           IF NOT WS-FS-FAT-OK
              CALL "PGMFSMSG" USING WS-FS-FAT, WS-FS-FAT-MSG
              DISPLAY WS-FS-FAT-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           IF NOT WS-FS-EIT-OK
              CALL "PGMFSMSG" USING WS-FS-EIT, WS-FS-EIT-MSG
              DISPLAY WS-FS-EIT-MSG
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN I-O    AGENDA
           OPEN I-O    FATURA

           IF WS-FS-FAT EQUAL 35
              OPEN I-O FATURA
           END-IF

           OPEN I-O FATITENS

           IF WS-FS-FTI EQUAL 35
              OPEN OUTPUT FATITENS
              CLOSE FATITENS
              OPEN I-O FATITENS
           END-IF

           OPEN INPUT EMPRESAS

           IF WS-FS-EMP-OK
              SET EMPRESAS-DISPONIVEIS TO TRUE
           END-IF

           OPEN I-O EMPITENS

           IF WS-FS-EIT EQUAL 35
              OPEN OUTPUT EMPITENS
              CLOSE EMPITENS
              OPEN I-O EMPITENS
           END-IF

           OPEN OUTPUT RELFAT

           IF NOT WS-FS-OK OR NOT WS-FS-FAT-OK
                          OR NOT WS-FS-REL-OK OR NOT WS-FS-EIT-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE FATURAMENTO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
                 IF ID-PROC-AGE EQUAL ZEROS
                    PERFORM P035-REGISTRA-SEM-PROC
                 ELSE
                    PERFORM P039-PROCURA-FATURA THRU P039-FIM
                    IF FATURA-DO-CHECKOUT
                       PERFORM P03E-ACERTA-MARCA
                    ELSE
                       PERFORM P031-BUSCA-PROCEDIMENTO
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM P020-LER-AGENDA
           .
      *----------------------------------------------------------------
      *   PRECIFICA O ATENDIMENTO PELO PGMPRCAGE (O MESMO DO CHECK-OUT)
      *   E GERA A FATURA DO PACIENTE OU O ITEM DA EMPRESA PAGADORA
      *----------------------------------------------------------------
       P031-BUSCA-PROCEDIMENTO.

           CALL "PGMPRCAGE" USING ID-AGE, ID-CLI-AGE, ID-PROC-AGE,
                                  ID-EMP-AGE, ID-CONV-AGE,
                                  WS-QTD-ITENS-FAT,
                                  WS-ITENS-FATURA, WS-VLR-ATEND,
                                  WS-VLR-COPART, WS-QTD-PULADOS,
                                  WS-PRC-RESULT

           IF NOT PRC-ATEND-OK
              PERFORM P035-REGISTRA-SEM-PROC
           ELSE
              ADD WS-QTD-PULADOS      TO WS-TOTAL-ADIC-PULADO
              IF AGE-SEM-EMPRESA
                 PERFORM P032-GERA-FATURA
              ELSE
                 PERFORM P03C-GERA-ITEM-EMPRESA THRU P03C-FIM
              END-IF
           END-IF
           .
       P032-GERA-FATURA.

           MOVE ID-CLI-AGE            TO ID-CLI-FAT
           MOVE ID-PROC-AGE           TO ID-PROC-FAT
           MOVE DATA-AGE              TO DATA-FAT
           MOVE WS-VLR-ATEND          TO VLR-FAT

           SET FATURA-ABERTA          TO TRUE
           SET FAT-ATENDIMENTO        TO TRUE
                                          ID-BOL-FAT
                                          NUM-RPS-FAT
                                          NUM-NFSE-FAT
                                          ID-FAT-ORIG-FAT
                                          NUM-PAR-ORIG-FAT
                                          DATA-MORA-FAT
                                          ID-ACORDO-FAT
           MOVE SPACES                TO MOTIVO-ESTORNO-FAT
                                          LOGIN-ESTORNO-FAT

                  DISPLAY
                  "JA EXISTE FATURA COM ESTE ID: " ID-FATURA
           END-WRITE
           MOVE "ARQFATURA"          TO WS-JRN-ARQ
           MOVE 'W'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-FAT, REG-FATURA

           IF NOT WS-FS-FAT-OK
              DISPLAY "ERRO AO GRAVAR A FATURA: " WS-FS-FAT
           ELSE
              SET AGE-FATURADO        TO TRUE
              REWRITE REG-AGE
              MOVE "ARQAGE"             TO WS-JRN-ARQ
              MOVE 'R'                  TO WS-JRN-OPER
              CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                     WS-JRN-PGM, WS-FS, REG-AGE

              IF NOT WS-FS-OK
                 DISPLAY "ERRO AO ATUALIZAR O AGENDAMENTO: " WS-FS
              END-IF
           END-IF
           .
      *   GRAVA A FATURA DE COPARTICIPACAO DO PACIENTE (TIPO 'C'),
      *   RECEBIVEL NO CAIXA E FORA DO LOTE DE CONVENIO
      *----------------------------------------------------------------
                                          ID-BOL-FAT
                                          NUM-RPS-FAT
                                          NUM-NFSE-FAT
                                          ID-FAT-ORIG-FAT
                                          NUM-PAR-ORIG-FAT
                                          DATA-MORA-FAT
                                          ID-ACORDO-FAT
           MOVE SPACES                TO MOTIVO-ESTORNO-FAT
                                          LOGIN-ESTORNO-FAT

                  DISPLAY
                  "JA EXISTE FATURA COM ESTE ID: " ID-FATURA
               NOT INVALID KEY
                  MOVE "ARQFATURA"          TO WS-JRN-ARQ
                  MOVE 'W'                  TO WS-JRN-OPER
                  CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                         WS-JRN-PGM, WS-FS-FAT,
                                         REG-FATURA
                  ADD VLR-FAT         TO WS-VLR-TOTAL
                  DISPLAY "FATURA DE COPARTICIPACAO " ID-FATURA
                          " GERADA (PARTE DO PACIENTE: "
       P03B-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   EXAME OCUPACIONAL PAGO POR EMPRESA CONVENIADA: EM VEZ DA
      *   FATURA DO PACIENTE, GRAVA O ITEM PENDENTE EM ARQEMPIT COM O
      *   VALOR DO ATENDIMENTO (PRINCIPAL MAIS ADICIONAIS, SOMADOS EM
      *   VLR-FAT COMO NA FATURA COMUM) PARA A FATURA MENSAL DA
      *   EMPRESA (PGMEMPFAT)
      *----------------------------------------------------------------
       P03C-GERA-ITEM-EMPRESA.

           IF NOT EMPRESAS-DISPONIVEIS
              PERFORM P03D-REGISTRA-SEM-EMPRESA
              GO TO P03C-FIM
           END-IF

           MOVE ID-EMP-AGE            TO ID-EMP

           READ EMPRESAS
               INVALID KEY
                  PERFORM P03D-REGISTRA-SEM-EMPRESA
                  GO TO P03C-FIM
           END-READ

           IF EMP-INATIVA
              PERFORM P03D-REGISTRA-SEM-EMPRESA
              GO TO P03C-FIM
           END-IF

           MOVE ID-EMP-AGE            TO ID-EMP-EI
           MOVE ID-AGE                TO ID-AGE-EI
           MOVE ID-CLI-AGE            TO ID-CLI-EI
           MOVE DATA-AGE              TO DATA-EI
           MOVE ID-PROC-AGE           TO ID-PROC-EI
           MOVE TIPO-EXO-AGE          TO TIPO-EXO-EI
           MOVE WS-VLR-ATEND          TO VLR-EI
           MOVE ZEROS                 TO ID-FAT-EI

           WRITE REG-EMPIT
               INVALID KEY
                  DISPLAY "EXAME DO AGENDAMENTO " ID-AGE
                          " JA LANCADO PARA A EMPRESA " ID-EMP-AGE
                  GO TO P03C-FIM
           END-WRITE

           IF NOT WS-FS-EIT-OK
              DISPLAY "ERRO AO GRAVAR O ITEM DA EMPRESA: " WS-FS-EIT
              PERFORM P002-EXIBE-ERRO-FS
              GO TO P03C-FIM
           END-IF

           SET AGE-FATURADO           TO TRUE
           REWRITE REG-AGE
           MOVE "ARQAGE"             TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS, REG-AGE

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO ATUALIZAR O AGENDAMENTO: " WS-FS
              PERFORM P002-EXIBE-ERRO-FS
              GO TO P03C-FIM
           END-IF

           ADD 1                      TO WS-TOTAL-EMPRESA
           ADD VLR-EI                 TO WS-VLR-EMPRESA

           MOVE ID-AGE                TO WS-EI-AGE
           MOVE ID-CLI-AGE            TO WS-EI-CLI
           MOVE ID-PROC-AGE           TO WS-EI-PROC
           MOVE VLR-EI                TO WS-EI-VLR
           MOVE ID-EMP-AGE            TO WS-EI-EMP

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-EMPRESA      TO REL-LINHA
           WRITE REL-LINHA
           .
       P03C-FIM.
           EXIT.
       P03D-REGISTRA-SEM-EMPRESA.

           ADD 1                      TO WS-TOTAL-SEM-EMPRESA
           MOVE ID-AGE                TO WS-SE-AGE

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-SEM-EMPRESA  TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   PROCURA, ENTRE AS FATURAS DO CLIENTE, A FATURA DE
      *   ATENDIMENTO NAO ESTORNADA DESTE AGENDAMENTO GERADA NO
      *   CHECK-OUT (PGMCKOUT), PARA NAO COBRAR O ATENDIMENTO DE NOVO
      *----------------------------------------------------------------
       P039-PROCURA-FATURA.

           MOVE 'N'                   TO WS-JA-FATURADO
           SET WS-EOF-FAT-OK          TO FALSE
           MOVE ID-CLI-AGE            TO ID-CLI-FAT

           START FATURA KEY IS EQUAL ID-CLI-FAT
               INVALID KEY
                  GO TO P039-FIM
           END-START

           PERFORM P0391-LE-FATURA
              UNTIL WS-EOF-FAT-OK OR FATURA-DO-CHECKOUT
           .
       P039-FIM.
           EXIT.
       P0391-LE-FATURA.

           READ FATURA NEXT RECORD
               AT END
                  SET WS-EOF-FAT-OK   TO TRUE
               NOT AT END
                  IF ID-CLI-FAT NOT EQUAL ID-CLI-AGE
                     SET WS-EOF-FAT-OK TO TRUE
                  ELSE
                     IF ID-AGE-FAT EQUAL ID-AGE
                        AND FAT-ATENDIMENTO
                        AND NOT FATURA-ESTORNADA
                        SET FATURA-DO-CHECKOUT TO TRUE
                     END-IF
                  END-IF
           END-READ
           .
       P03E-ACERTA-MARCA.

           SET AGE-FATURADO           TO TRUE
           REWRITE REG-AGE
           MOVE "ARQAGE"             TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS, REG-AGE

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO ATUALIZAR O AGENDAMENTO: " WS-FS
              PERFORM P002-EXIBE-ERRO-FS
           ELSE
              ADD 1                   TO WS-TOTAL-JA-FATURADO
              MOVE ID-AGE             TO WS-JF-AGE
              MOVE ID-FATURA          TO WS-JF-FAT
              MOVE SPACES             TO REL-LINHA
              MOVE WS-LINHA-JA-FATURADO TO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
      *----------------------------------------------------------------
      *   GRAVA AS LINHAS ITEMIZADAS DA FATURA (SEQUENCIA 1 E O
      *   PROCEDIMENTO PRINCIPAL)
           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-02     TO REL-LINHA
           WRITE REL-LINHA

           IF WS-TOTAL-EMPRESA GREATER ZEROS
              MOVE WS-TOTAL-EMPRESA   TO WS-TOT-EMP
              MOVE WS-VLR-EMPRESA     TO WS-TOT-VLR-EMP
              MOVE SPACES             TO REL-LINHA
              MOVE WS-TOTAL-LINHA-03  TO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE AGENDA
           CLOSE FATURA
           CLOSE FATITENS

           IF EMPRESAS-DISPONIVEIS
              CLOSE EMPRESAS
           END-IF

           CLOSE EMPITENS
           CLOSE RELFAT
           .
       END PROGRAM PGMFATURA.
