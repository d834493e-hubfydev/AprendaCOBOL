      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANTER AS COBERTURAS DE CONVENIO DOS PACIENTES
      *          (ARQCOBERT): UMA LINHA POR CONVENIO QUE O PACIENTE
      *          POSSUI, COM CARTEIRINHA, VALIDADE, PLANO, ACOMODACAO,
      *          PRINCIPAL/SECUNDARIA E A DATA DE FIM DA CARENCIA DE
      *          CADA GRUPO DE PROCEDIMENTOS. O PACIENTE TEM NO MAXIMO
      *          UMA COBERTURA PRINCIPAL: MARCAR OUTRA COMO PRINCIPAL
      *          REBAIXA A ANTERIOR PARA SECUNDARIA, E O CONVENIO DA
      *          PRINCIPAL PASSA PARA O CONVENIO-CLI DO CADASTRO, QUE
      *          OS RELATORIOS ANTIGOS AINDA USAM. COBERTURA NAO E
      *          EXCLUIDA, SO INATIVADA, PORQUE A AGENDA GUARDA A
      *          SEQUENCIA USADA EM CADA ATENDIMENTO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCOB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBERT ASSIGN TO
           WS-PATH-ARQCOBERT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-COB
           FILE STATUS  IS WS-FS.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT CONVENIOS ASSIGN TO
           WS-PATH-ARQCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CONV
           ALTERNATE RECORD KEY IS NM-CONV WITH DUPLICATES
           FILE STATUS  IS WS-FS-CNV.

       DATA DIVISION.
       FILE SECTION.
       FD COBERT.
           COPY CPYCOBERT.

       FD CLIENTES.
           COPY CPYCLI.

       FD CONVENIOS.
           COPY CPYCONV.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CNV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CNV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CNV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CNV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CNV-EOF
                          WS-FS-OK BY WS-FS-CNV-OK
                          WS-FS BY WS-FS-CNV.

       77 WS-OPCAO           PIC 9      VALUE ZEROS.
       77 WS-EOF             PIC 9      VALUE ZEROS.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-ID-CLI-BUSCA    PIC 9(04)  VALUE ZEROS.
       77 WS-SEQ-BUSCA       PIC 9(02)  VALUE ZEROS.
       77 WS-ULT-SEQ         PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-COB         PIC 9(02)  VALUE ZEROS.
       77 WS-IND-GRUPO       PIC 9(01)  VALUE ZEROS.
       77 WS-RESPOSTA        PIC X(01)  VALUE SPACES.
       77 WS-TEXTO           PIC X(20)  VALUE SPACES.
       77 WS-DATA-HOJE       PIC 9(08)  VALUE ZEROS.
       77 WS-SITUACAO        PIC X(10)  VALUE SPACES.
       77 WS-ERA-PRIMARIA    PIC X(01)  VALUE 'N'.
          88 ERA-PRIMARIA    VALUE 'S'.
       77 WS-ERA-INATIVA     PIC X(01)  VALUE 'N'.
          88 ERA-INATIVA     VALUE 'S'.

      *   COBERTURA SENDO GRAVADA, GUARDADA ENQUANTO O ARQUIVO E
      *   PERCORRIDO PARA REBAIXAR A PRINCIPAL ANTERIOR
       01 WS-REG-COBERT      PIC X(109) VALUE SPACES.

       01 WS-TAB-GRUPOS.
          03 FILLER          PIC X(20) VALUE "CONSULTA".
          03 FILLER          PIC X(20) VALUE "EXAME".
          03 FILLER          PIC X(20) VALUE "ALTA COMPLEXIDADE".
          03 FILLER          PIC X(20) VALUE "CIRURGIA".
          03 FILLER          PIC X(20) VALUE "TERAPIA".
       01 REDEFINES WS-TAB-GRUPOS.
          03 WS-DESC-GRUPO   PIC X(20) OCCURS 5 TIMES.

       77 WS-AUD-MODULO      PIC X(08)  VALUE SPACES.
       77 WS-AUD-OPER        PIC X(01)  VALUE SPACES.
       77 WS-AUD-CHAVE       PIC X(10)  VALUE SPACES.
       77 WS-AUD-CAMPO       PIC X(12)  VALUE SPACES.
       77 WS-AUD-ANTES       PIC X(30)  VALUE SPACES.
       77 WS-AUD-DEPOIS      PIC X(30)  VALUE SPACES.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCOB01".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN I-O COBERT

           IF WS-FS EQUAL 35
              OPEN OUTPUT COBERT
              CLOSE COBERT
              OPEN I-O COBERT
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE COBERTURAS: "
                      WS-FS
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN I-O CLIENTES
           OPEN INPUT CONVENIOS

           IF NOT WS-FS-CLI-OK OR NOT WS-FS-CNV-OK
              DISPLAY "ERRO NA ABERTURA DOS CADASTROS DE APOIO."
              CLOSE COBERT
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 4

           CLOSE COBERT
           CLOSE CLIENTES
           CLOSE CONVENIOS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCOBERT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCOBERT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCONV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCONV
           END-IF
           .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
           DISPLAY WS-FS-MSG
           .
       P002-FIM.
      *----------------------------------------------------------------
      *             MENU DAS COBERTURAS DO PACIENTE
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "------- COBERTURAS DE CONVENIO DO PACIENTE -------"
           DISPLAY "1 - INCLUIR COBERTURA"
           DISPLAY "2 - ALTERAR/INATIVAR COBERTURA"
           DISPLAY "3 - CONSULTAR COBERTURAS DE UM PACIENTE"
           DISPLAY "4 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P010-INCLUI         THRU P010-FIM
               WHEN 2
                  PERFORM P020-ALTERA         THRU P020-FIM
               WHEN 3
                  PERFORM P030-CONSULTA       THRU P030-FIM
               WHEN 4
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .
       P005-FIM.
      *----------------------------------------------------------------
      *   INCLUI UMA COBERTURA NA PROXIMA SEQUENCIA DO PACIENTE. A
      *   PRIMEIRA COBERTURA DO PACIENTE E SEMPRE A PRINCIPAL
      *----------------------------------------------------------------
       P010-INCLUI.

           PERFORM P040-ACEITA-PACIENTE THRU P040-FIM
           IF WS-ID-CLI-BUSCA EQUAL ZEROS
              GO TO P010-FIM
           END-IF

           PERFORM P035-LISTA-COBERTURAS THRU P035-FIM

           INITIALIZE REG-COBERT
           MOVE WS-ID-CLI-BUSCA       TO ID-CLI-COB
           COMPUTE SEQ-COB = WS-ULT-SEQ + 1

           DISPLAY "INFORME O CONVENIO DA COBERTURA: "
           ACCEPT ID-CONV-COB

           MOVE ID-CONV-COB           TO ID-CONV
           READ CONVENIOS
               INVALID KEY
                  DISPLAY "CONVENIO NAO ENCONTRADO. COBERTURA NAO "
                          "INCLUIDA."
                  GO TO P010-FIM
           END-READ

           IF CONV-INATIVO
              DISPLAY "CONVENIO " NM-CONV " ESTA INATIVO. COBERTURA "
                      "NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           DISPLAY "NUMERO DA CARTEIRINHA: "
           ACCEPT CARTEIRA-COB
           DISPLAY "VALIDADE DA CARTEIRINHA (AAAAMMDD, 0 = SEM "
                   "VALIDADE): "
           ACCEPT VALIDADE-COB
           DISPLAY "PLANO: "
           ACCEPT PLANO-COB
           PERFORM P014-ACEITA-ACOMODACAO THRU P014-FIM

           IF WS-QTD-COB EQUAL ZEROS
              SET COB-PRIMARIA        TO TRUE
           ELSE
              DISPLAY "COBERTURA PRINCIPAL (S/N)? "
              ACCEPT WS-RESPOSTA
              IF WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 's'
                 SET COB-PRIMARIA     TO TRUE
              ELSE
                 SET COB-SECUNDARIA   TO TRUE
              END-IF
           END-IF

           DISPLAY "FIM DA CARENCIA POR GRUPO DE PROCEDIMENTOS "
                   "(AAAAMMDD, 0 = SEM CARENCIA):"
           PERFORM P016-ACEITA-CARENCIA THRU P016-FIM
               VARYING WS-IND-GRUPO FROM 1 BY 1
                 UNTIL WS-IND-GRUPO GREATER 5

           SET COB-ATIVA              TO TRUE
           MOVE WS-DATA-HOJE          TO DATA-CAD-COB

           IF COB-PRIMARIA
              MOVE REG-COBERT         TO WS-REG-COBERT
              PERFORM P050-REBAIXA-PRIMARIA THRU P050-FIM
              MOVE WS-REG-COBERT      TO REG-COBERT
           END-IF

           WRITE REG-COBERT
               INVALID KEY
                  DISPLAY "JA EXISTE ESTA COBERTURA: " ID-CLI-COB "/"
                          SEQ-COB
                  GO TO P010-FIM
           END-WRITE

           DISPLAY "COBERTURA " SEQ-COB " INCLUIDA PARA O PACIENTE "
                   ID-CLI-COB "."

           MOVE "COBERT"              TO WS-AUD-MODULO
           MOVE 'I'                   TO WS-AUD-OPER
           MOVE CHAVE-COB             TO WS-AUD-CHAVE
           MOVE "CARTEIRA"            TO WS-AUD-CAMPO
           MOVE SPACES                TO WS-AUD-ANTES
           MOVE CARTEIRA-COB          TO WS-AUD-DEPOIS
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS

           IF COB-PRIMARIA
              PERFORM P055-ATUALIZA-CADASTRO THRU P055-FIM
           END-IF
           .
       P010-FIM.
      *----------------------------------------------------------------
      *   ACOMODACAO DO PLANO; SEM RESPOSTA VALIDA FICA AMBULATORIAL
      *----------------------------------------------------------------
       P014-ACEITA-ACOMODACAO.

           DISPLAY "ACOMODACAO (A = AMBULATORIAL, E = ENFERMARIA, "
                   "P = APARTAMENTO): "
           ACCEPT ACOMOD-COB

           IF NOT ACOMOD-VALIDA
              SET ACOMOD-AMBULAT      TO TRUE
           END-IF
           .
       P014-FIM.
       P016-ACEITA-CARENCIA.

           DISPLAY "  " WS-DESC-GRUPO (WS-IND-GRUPO) ": "
           ACCEPT CAREN-COB (WS-IND-GRUPO)
           .
       P016-FIM.
      *----------------------------------------------------------------
      *   ALTERA UMA COBERTURA DO PACIENTE. CARTEIRINHA E PLANO EM
      *   BRANCO MANTEM O VALOR ATUAL; AS DATAS SAO SEMPRE REINFORMADAS
      *----------------------------------------------------------------
       P020-ALTERA.

           PERFORM P040-ACEITA-PACIENTE THRU P040-FIM
           IF WS-ID-CLI-BUSCA EQUAL ZEROS
              GO TO P020-FIM
           END-IF

           PERFORM P035-LISTA-COBERTURAS THRU P035-FIM

           IF WS-QTD-COB EQUAL ZEROS
              GO TO P020-FIM
           END-IF

           DISPLAY "INFORME A SEQUENCIA DA COBERTURA: "
           ACCEPT WS-SEQ-BUSCA

           MOVE WS-ID-CLI-BUSCA       TO ID-CLI-COB
           MOVE WS-SEQ-BUSCA          TO SEQ-COB

           READ COBERT
               INVALID KEY
                  DISPLAY "COBERTURA NAO ENCONTRADA."
                  GO TO P020-FIM
           END-READ

           PERFORM P031-EXIBE-COBERTURA THRU P031-FIM

           MOVE 'N'                   TO WS-ERA-PRIMARIA
                                          WS-ERA-INATIVA
           IF COB-PRIMARIA
              SET ERA-PRIMARIA        TO TRUE
           END-IF
           IF COB-INATIVA
              SET ERA-INATIVA         TO TRUE
           END-IF
           MOVE CARTEIRA-COB          TO WS-AUD-ANTES

           DISPLAY "NOVA CARTEIRINHA (<ENTER> MANTEM): "
           MOVE SPACES                TO WS-TEXTO
           ACCEPT WS-TEXTO
           IF WS-TEXTO NOT EQUAL SPACES
              MOVE WS-TEXTO           TO CARTEIRA-COB
           END-IF

           DISPLAY "VALIDADE DA CARTEIRINHA (AAAAMMDD, 0 = SEM "
                   "VALIDADE): "
           ACCEPT VALIDADE-COB

           DISPLAY "NOVO PLANO (<ENTER> MANTEM): "
           MOVE SPACES                TO WS-TEXTO
           ACCEPT WS-TEXTO
           IF WS-TEXTO NOT EQUAL SPACES
              MOVE WS-TEXTO           TO PLANO-COB
           END-IF

           PERFORM P014-ACEITA-ACOMODACAO THRU P014-FIM

           DISPLAY "COBERTURA PRINCIPAL (S/N)? "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 's'
              SET COB-PRIMARIA        TO TRUE
           ELSE
              SET COB-SECUNDARIA      TO TRUE
           END-IF

           DISPLAY "FIM DA CARENCIA POR GRUPO DE PROCEDIMENTOS "
                   "(AAAAMMDD, 0 = SEM CARENCIA):"
           PERFORM P016-ACEITA-CARENCIA THRU P016-FIM
               VARYING WS-IND-GRUPO FROM 1 BY 1
                 UNTIL WS-IND-GRUPO GREATER 5

           DISPLAY "COBERTURA INATIVA (S/N)? "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 's'
              SET COB-INATIVA         TO TRUE
           ELSE
              SET COB-ATIVA           TO TRUE
           END-IF

      *   COBERTURA INATIVA NAO PODE CONTINUAR COMO PRINCIPAL
           IF COB-INATIVA
              SET COB-SECUNDARIA      TO TRUE
           END-IF

           IF COB-PRIMARIA AND NOT ERA-PRIMARIA
              MOVE REG-COBERT         TO WS-REG-COBERT
              PERFORM P050-REBAIXA-PRIMARIA THRU P050-FIM
              MOVE WS-REG-COBERT      TO REG-COBERT
           END-IF

           REWRITE REG-COBERT
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR A COBERTURA."
                  GO TO P020-FIM
           END-REWRITE

           DISPLAY "COBERTURA ATUALIZADA COM SUCESSO."

           MOVE "COBERT"              TO WS-AUD-MODULO
           MOVE 'A'                   TO WS-AUD-OPER
           MOVE CHAVE-COB             TO WS-AUD-CHAVE
           MOVE "CARTEIRA"            TO WS-AUD-CAMPO
           MOVE CARTEIRA-COB          TO WS-AUD-DEPOIS
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS

           IF COB-INATIVA AND NOT ERA-INATIVA
              MOVE "INATIVO"          TO WS-AUD-CAMPO
              MOVE 'N'                TO WS-AUD-ANTES
              MOVE 'S'                TO WS-AUD-DEPOIS
              CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                    WS-AUD-CHAVE, WS-AUD-CAMPO,
                                    WS-AUD-ANTES, WS-AUD-DEPOIS
              IF ERA-PRIMARIA
                 DISPLAY "A COBERTURA PRINCIPAL FOI INATIVADA. MARQUE "
                         "OUTRA COMO PRINCIPAL, SE HOUVER."
              END-IF
           END-IF

           IF COB-PRIMARIA AND NOT ERA-PRIMARIA
              PERFORM P055-ATUALIZA-CADASTRO THRU P055-FIM
           END-IF
           .
       P020-FIM.
      *----------------------------------------------------------------
      *   LISTA AS COBERTURAS DE UM PACIENTE
      *----------------------------------------------------------------
       P030-CONSULTA.

           PERFORM P040-ACEITA-PACIENTE THRU P040-FIM
           IF WS-ID-CLI-BUSCA EQUAL ZEROS
              GO TO P030-FIM
           END-IF

           PERFORM P035-LISTA-COBERTURAS THRU P035-FIM
           .
       P030-FIM.
       P031-EXIBE-COBERTURA.

           MOVE ID-CONV-COB           TO ID-CONV
           MOVE SPACES                TO NM-CONV
           READ CONVENIOS
               INVALID KEY
                  MOVE "NAO CADASTRADO" TO NM-CONV
           END-READ

           EVALUATE TRUE
               WHEN COB-INATIVA
                  MOVE "INATIVA"      TO WS-SITUACAO
               WHEN NOT COB-SEM-VALIDADE
                AND VALIDADE-COB LESS WS-DATA-HOJE
                  MOVE "VENCIDA"      TO WS-SITUACAO
               WHEN COB-PRIMARIA
                  MOVE "PRINCIPAL"    TO WS-SITUACAO
               WHEN OTHER
                  MOVE "SECUNDARIA"   TO WS-SITUACAO
           END-EVALUATE

           DISPLAY "SEQ " SEQ-COB " - CONVENIO " ID-CONV-COB " "
                   NM-CONV " - " WS-SITUACAO
           DISPLAY "      CARTEIRINHA " CARTEIRA-COB " VALIDADE "
                   VALIDADE-COB " PLANO " PLANO-COB " ACOMOD. "
                   ACOMOD-COB
           DISPLAY "      CARENCIAS: CONS " CAREN-CONS-COB
                   " EXAME " CAREN-EXAM-COB " ALTA " CAREN-ALTA-COB
                   " CIRUR " CAREN-CIRU-COB " TERAP " CAREN-TERA-COB
           .
       P031-FIM.
       P032-LE-COBERTURA.

           READ COBERT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P032-FIM
           END-READ

           IF ID-CLI-COB NOT EQUAL WS-ID-CLI-BUSCA
              SET WS-EOF-OK           TO TRUE
              GO TO P032-FIM
           END-IF

           ADD 1                      TO WS-QTD-COB
           MOVE SEQ-COB               TO WS-ULT-SEQ
           PERFORM P031-EXIBE-COBERTURA THRU P031-FIM
           .
       P032-FIM.
      *----------------------------------------------------------------
      *   PERCORRE AS COBERTURAS DO PACIENTE EM WS-ID-CLI-BUSCA,
      *   EXIBINDO CADA UMA E GUARDANDO A QUANTIDADE E A ULTIMA
      *   SEQUENCIA USADA
      *----------------------------------------------------------------
       P035-LISTA-COBERTURAS.

           MOVE ZEROS                 TO WS-QTD-COB
                                          WS-ULT-SEQ
           SET WS-EOF-OK              TO FALSE
           MOVE WS-ID-CLI-BUSCA       TO ID-CLI-COB
           MOVE ZEROS                 TO SEQ-COB

           START COBERT KEY IS NOT LESS THAN CHAVE-COB
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P032-LE-COBERTURA THRU P032-FIM UNTIL WS-EOF-OK

           IF WS-QTD-COB EQUAL ZEROS
              DISPLAY "PACIENTE SEM COBERTURA CADASTRADA. CONVENIO DO "
                      "CADASTRO: " CONVENIO-CLI
           END-IF
           .
       P035-FIM.
      *----------------------------------------------------------------
      *   PEDE O PACIENTE E CONFERE O CADASTRO; ZERA WS-ID-CLI-BUSCA
      *   QUANDO NAO ENCONTRADO
      *----------------------------------------------------------------
       P040-ACEITA-PACIENTE.

           DISPLAY "INFORME O ID DO PACIENTE: "
           ACCEPT WS-ID-CLI-BUSCA

           MOVE WS-ID-CLI-BUSCA       TO ID-CLI

           READ CLIENTES
               INVALID KEY
                  DISPLAY "PACIENTE NAO ENCONTRADO."
                  MOVE ZEROS          TO WS-ID-CLI-BUSCA
                  GO TO P040-FIM
           END-READ

           DISPLAY "PACIENTE: " ID-CLI " - " NM-CLI
           .
       P040-FIM.
      *----------------------------------------------------------------
      *   REBAIXA PARA SECUNDARIA A PRINCIPAL ATUAL DO PACIENTE, PARA
      *   QUE A COBERTURA EM WS-REG-COBERT SEJA A UNICA PRINCIPAL
      *----------------------------------------------------------------
       P050-REBAIXA-PRIMARIA.

           SET WS-EOF-OK              TO FALSE
           MOVE WS-ID-CLI-BUSCA       TO ID-CLI-COB
           MOVE ZEROS                 TO SEQ-COB

           START COBERT KEY IS NOT LESS THAN CHAVE-COB
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P051-REBAIXA-COBERTURA THRU P051-FIM
               UNTIL WS-EOF-OK
           .
       P050-FIM.
       P051-REBAIXA-COBERTURA.

           READ COBERT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P051-FIM
           END-READ

           IF ID-CLI-COB NOT EQUAL WS-ID-CLI-BUSCA
              SET WS-EOF-OK           TO TRUE
              GO TO P051-FIM
           END-IF

           IF COB-PRIMARIA
              SET COB-SECUNDARIA      TO TRUE
              REWRITE REG-COBERT
              DISPLAY "COBERTURA " SEQ-COB " PASSOU A SECUNDARIA."
           END-IF
           .
       P051-FIM.
      *----------------------------------------------------------------
      *   O CONVENIO DA COBERTURA PRINCIPAL VIRA O CONVENIO PADRAO DO
      *   CADASTRO DO CLIENTE
      *----------------------------------------------------------------
       P055-ATUALIZA-CADASTRO.

           MOVE ID-CLI-COB            TO ID-CLI

           READ CLIENTES
               INVALID KEY
                  GO TO P055-FIM
           END-READ

           IF CONVENIO-CLI EQUAL ID-CONV-COB
              GO TO P055-FIM
           END-IF

           MOVE CONVENIO-CLI          TO WS-AUD-ANTES
           MOVE ID-CONV-COB           TO CONVENIO-CLI
           MOVE CONVENIO-CLI          TO WS-AUD-DEPOIS

           REWRITE REG-CLI
               INVALID KEY
                  GO TO P055-FIM
           END-REWRITE
           MOVE "ARQCLII"            TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-CLI, REG-CLI

           MOVE "CLIENTES"            TO WS-AUD-MODULO
           MOVE 'A'                   TO WS-AUD-OPER
           MOVE ID-CLI                TO WS-AUD-CHAVE
           MOVE "CONVENIO"            TO WS-AUD-CAMPO
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS

           DISPLAY "CONVENIO DO CADASTRO DO CLIENTE ATUALIZADO PARA "
                   CONVENIO-CLI "."
           .
       P055-FIM.
       END PROGRAM PGMCOB01.
