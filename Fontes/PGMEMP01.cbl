      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANTER O CADASTRO DE EMPRESAS CONVENIADAS PARA EXAMES
      *          OCUPACIONAIS (ARQEMPRESA) E A TABELA DE PRECOS DO
      *          CONTRATO DE CADA UMA (ARQPRCEMP). NA INCLUSAO DA
      *          EMPRESA E CRIADO O SEU CLIENTE DE COBRANCA EM
      *          ARQCLII (ID-CLI-EMP), EM NOME DO QUAL O PGMEMPFAT
      *          EMITE A FATURA MENSAL, PARA QUE ELA SIGA PELO AGING,
      *          BOLETO E NFS-E COMO QUALQUER OUTRA. O PGMAGE01 PEDE A
      *          EMPRESA NO AGENDAMENTO E O PGMFATURA PRECIFICA O
      *          EXAME PELA TABELA DO CONTRATO, CAINDO NO VLR-PROC DO
      *          CATALOGO QUANDO O PAR NAO ESTA AQUI.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEMP01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS ASSIGN TO
           WS-PATH-ARQEMPRESA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-EMP
           ALTERNATE RECORD KEY IS NM-EMP WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-EMP WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT PRCEMP ASSIGN TO
           WS-PATH-ARQPRCEMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-PRCEMP
           FILE STATUS  IS WS-FS-PCE.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRC.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESAS.
           COPY CPYEMPRESA.

       FD PRCEMP.
           COPY CPYPRCEMP.

       FD CLIENTES.
           COPY CPYCLI.

       FD PROCEDS.
           COPY CPYPROC.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PCE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PCE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PCE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PCE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PCE-EOF
                          WS-FS-OK BY WS-FS-PCE-OK
                          WS-FS BY WS-FS-PCE.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRC-EOF
                          WS-FS-OK BY WS-FS-PRC-OK
                          WS-FS BY WS-FS-PRC.

       77 WS-OPCAO           PIC 9      VALUE ZEROS.
       77 WS-EOF             PIC 9      VALUE ZEROS.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-ID-EMP-BUSCA    PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-NOVO        PIC 9(06)V99 VALUE ZEROS.
       77 WS-CNPJ-OK         PIC X(01)  VALUE 'N'.
          88 CNPJ-OK         VALUE 'S'.
       77 WS-INATIVA         PIC X(01)  VALUE 'N'.
       77 WS-DATA-HOJE       PIC 9(08)  VALUE ZEROS.

       77 WS-AUD-MODULO      PIC X(08)  VALUE SPACES.
       77 WS-AUD-OPER        PIC X(01)  VALUE SPACES.
       77 WS-AUD-CHAVE       PIC X(10)  VALUE SPACES.
       77 WS-AUD-CAMPO       PIC X(12)  VALUE SPACES.
       77 WS-AUD-ANTES       PIC X(30)  VALUE SPACES.
       77 WS-AUD-DEPOIS      PIC X(30)  VALUE SPACES.
       77 WS-AUD-VLR-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMEMP01".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN I-O EMPRESAS

           IF WS-FS EQUAL 35
              OPEN OUTPUT EMPRESAS
              CLOSE EMPRESAS
              OPEN I-O EMPRESAS
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO NA ABERTURA DO CADASTRO DE EMPRESAS: "
                      WS-FS
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN I-O PRCEMP

           IF WS-FS-PCE EQUAL 35
              OPEN OUTPUT PRCEMP
              CLOSE PRCEMP
              OPEN I-O PRCEMP
           END-IF

           OPEN I-O CLIENTES
           OPEN INPUT PROCEDS

           IF NOT WS-FS-PCE-OK OR NOT WS-FS-CLI-OK
                               OR NOT WS-FS-PRC-OK
              DISPLAY "ERRO NA ABERTURA DOS CADASTROS DE APOIO."
              CLOSE EMPRESAS
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 7

           CLOSE EMPRESAS
           CLOSE PRCEMP
           CLOSE CLIENTES
           CLOSE PROCEDS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEMPRESA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEMPRESA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPRCEMP_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPRCEMP
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
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
      *             MENU DAS EMPRESAS CONVENIADAS
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "------- EMPRESAS CONVENIADAS (EXAMES OCUPACIONAIS)"
           DISPLAY "1 - INCLUIR EMPRESA"
           DISPLAY "2 - ALTERAR EMPRESA"
           DISPLAY "3 - CONSULTAR EMPRESA"
           DISPLAY "4 - INCLUIR/ALTERAR PRECO CONTRATADO"
           DISPLAY "5 - CONSULTAR PRECOS DE UMA EMPRESA"
           DISPLAY "6 - EXCLUIR PRECO CONTRATADO"
           DISPLAY "7 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P010-INCLUI         THRU P010-FIM
               WHEN 2
                  PERFORM P015-ALTERA         THRU P015-FIM
               WHEN 3
                  PERFORM P018-CONSULTA       THRU P018-FIM
               WHEN 4
                  PERFORM P025-GRAVA-PRECO    THRU P025-FIM
               WHEN 5
                  PERFORM P020-CONSULTA-PRECOS THRU P020-FIM
               WHEN 6
                  PERFORM P030-EXCLUI-PRECO   THRU P030-FIM
               WHEN 7
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .
       P005-FIM.
      *----------------------------------------------------------------
      *   INCLUI A EMPRESA E O SEU CLIENTE DE COBRANCA: O CLIENTE LEVA
      *   A RAZAO SOCIAL (20 PRIMEIRAS POSICOES), O E-MAIL DE COBRANCA
      *   E NENHUM CONVENIO; O CPF FICA ZERADO PORQUE O DOCUMENTO DA
      *   COBRANCA E O CNPJ DA EMPRESA
      *----------------------------------------------------------------
       P010-INCLUI.

           INITIALIZE REG-EMPRESA
           SET EMP-ATIVA              TO TRUE

           DISPLAY "INFORME A RAZAO SOCIAL DA EMPRESA: "
           ACCEPT NM-EMP

           IF NM-EMP EQUAL SPACES
              DISPLAY "RAZAO SOCIAL OBRIGATORIA. EMPRESA NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           MOVE 'N'                   TO WS-CNPJ-OK
           PERFORM P011-ACEITA-CNPJ THRU P011-FIM UNTIL CNPJ-OK

           DISPLAY "PRAZO DE PAGAMENTO DA FATURA MENSAL, EM DIAS "
                   "(0 = A VISTA): "
           ACCEPT PRAZO-EMP
           DISPLAY "CONTATO NA EMPRESA: "
           ACCEPT CONTATO-EMP
           DISPLAY "E-MAIL DE COBRANCA: "
           ACCEPT EMAIL-EMP
           MOVE WS-DATA-HOJE          TO DATA-CAD-EMP

           CALL "PGMPROXID" USING ID-CLI
           MOVE NM-EMP                TO NM-CLI
           MOVE ZEROS                 TO CPF-CLI
                                          DDD-CLI
                                          TEL-CLI
                                          DT-NASC-CLI
                                          CONVENIO-CLI
                                          FILIAL-CLI
                                          ID-RESP-CLI
                                          ID-ORIG-CLI
                                          DT-PARTO-CLI
           MOVE 'N'                   TO GESTANTE-CLI
                                          DEFIC-CLI
           MOVE EMAIL-EMP             TO EMAIL-CLI
           MOVE SPACES                TO ENDER-CLI
           SET CLI-ATIVO              TO TRUE
           MOVE WS-DATA-HOJE          TO DT-CAD-CLI

           WRITE REG-CLI
               INVALID KEY
                  DISPLAY "JA EXISTE CLIENTE COM ESTE ID: " ID-CLI
                  DISPLAY "EMPRESA NAO INCLUIDA."
                  GO TO P010-FIM
           END-WRITE
           MOVE "ARQCLII"            TO WS-JRN-ARQ
           MOVE 'W'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-CLI, REG-CLI

           CALL "PGMPROXEM" USING ID-EMP
           MOVE ID-CLI                TO ID-CLI-EMP

           WRITE REG-EMPRESA
               INVALID KEY
                  DISPLAY "JA EXISTE EMPRESA COM ESTE ID: " ID-EMP
               NOT INVALID KEY
                  DISPLAY "EMPRESA " ID-EMP " CADASTRADA COM SUCESSO "
                          "(CLIENTE DE COBRANCA " ID-CLI-EMP ")."
                  MOVE "EMPRESA"      TO WS-AUD-MODULO
                  MOVE 'I'            TO WS-AUD-OPER
                  MOVE ID-EMP         TO WS-AUD-CHAVE
                  MOVE "CNPJ"         TO WS-AUD-CAMPO
                  MOVE SPACES         TO WS-AUD-ANTES
                  MOVE CNPJ-EMP       TO WS-AUD-DEPOIS
                  CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                        WS-AUD-CHAVE, WS-AUD-CAMPO,
                                        WS-AUD-ANTES, WS-AUD-DEPOIS
           END-WRITE
           .
       P010-FIM.
       P011-ACEITA-CNPJ.

           DISPLAY "INFORME O CNPJ DA EMPRESA (SO NUMEROS): "
           ACCEPT CNPJ-EMP

           CALL "PGMVALCNPJ" USING CNPJ-EMP, WS-CNPJ-OK

           IF NOT CNPJ-OK
              DISPLAY "CNPJ INVALIDO."
           END-IF
           .
       P011-FIM.
      *----------------------------------------------------------------
      *   ALTERA OS DADOS DA EMPRESA; A RAZAO SOCIAL ACOMPANHA NO
      *   CLIENTE DE COBRANCA. EMPRESA INATIVA NAO RECEBE AGENDAMENTO
      *   NOVO NEM ITEM NOVO NO FATURAMENTO
      *----------------------------------------------------------------
       P015-ALTERA.

           DISPLAY "INFORME O ID DA EMPRESA: "
           ACCEPT ID-EMP

           READ EMPRESAS
               INVALID KEY
                  DISPLAY "EMPRESA NAO ENCONTRADA."
                  GO TO P015-FIM
           END-READ

           PERFORM P019-EXIBE-EMPRESA THRU P019-FIM

           DISPLAY "NOVA RAZAO SOCIAL (<ENTER> MANTEM): "
           MOVE SPACES                TO WS-AUD-DEPOIS
           ACCEPT WS-AUD-DEPOIS
           IF WS-AUD-DEPOIS NOT EQUAL SPACES
              MOVE WS-AUD-DEPOIS      TO NM-EMP
           END-IF

           DISPLAY "PRAZO DE PAGAMENTO, EM DIAS: "
           ACCEPT PRAZO-EMP
           DISPLAY "CONTATO NA EMPRESA: "
           ACCEPT CONTATO-EMP
           DISPLAY "E-MAIL DE COBRANCA: "
           ACCEPT EMAIL-EMP
           DISPLAY "EMPRESA INATIVA (S/N)? "
           ACCEPT WS-INATIVA
           IF WS-INATIVA EQUAL 'S' OR WS-INATIVA EQUAL 's'
              SET EMP-INATIVA         TO TRUE
           ELSE
              SET EMP-ATIVA           TO TRUE
           END-IF

           REWRITE REG-EMPRESA
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR A EMPRESA."
                  GO TO P015-FIM
           END-REWRITE

           DISPLAY "EMPRESA ATUALIZADA COM SUCESSO."

           MOVE ID-CLI-EMP            TO ID-CLI

           READ CLIENTES
               INVALID KEY
                  DISPLAY "CLIENTE DE COBRANCA " ID-CLI-EMP
                          " NAO ENCONTRADO."
               NOT INVALID KEY
                  MOVE NM-EMP         TO NM-CLI
                  MOVE EMAIL-EMP      TO EMAIL-CLI
                  REWRITE REG-CLI
                  MOVE "ARQCLII"            TO WS-JRN-ARQ
                  MOVE 'R'                  TO WS-JRN-OPER
                  CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                         WS-JRN-PGM, WS-FS-CLI, REG-CLI
           END-READ
           .
       P015-FIM.
      *----------------------------------------------------------------
      *   CONSULTA UMA EMPRESA PELO ID
      *----------------------------------------------------------------
       P018-CONSULTA.

           DISPLAY "INFORME O ID DA EMPRESA: "
           ACCEPT ID-EMP

           READ EMPRESAS
               INVALID KEY
                  DISPLAY "EMPRESA NAO ENCONTRADA."
               NOT INVALID KEY
                  PERFORM P019-EXIBE-EMPRESA THRU P019-FIM
           END-READ
           .
       P018-FIM.
       P019-EXIBE-EMPRESA.

           DISPLAY "EMPRESA.............: " ID-EMP " - " NM-EMP
           DISPLAY "CNPJ................: " CNPJ-EMP
           DISPLAY "CLIENTE DE COBRANCA.: " ID-CLI-EMP
           DISPLAY "PRAZO DE PAGAMENTO..: " PRAZO-EMP " DIAS"
           DISPLAY "CONTATO.............: " CONTATO-EMP
           DISPLAY "E-MAIL..............: " EMAIL-EMP
           IF EMP-INATIVA
              DISPLAY "SITUACAO............: INATIVA"
           ELSE
              DISPLAY "SITUACAO............: ATIVA"
           END-IF
           .
       P019-FIM.
      *----------------------------------------------------------------
      *   LISTA OS PRECOS CONTRATADOS DA EMPRESA INFORMADA
      *----------------------------------------------------------------
       P020-CONSULTA-PRECOS.

           DISPLAY "INFORME O ID DA EMPRESA: "
           ACCEPT WS-ID-EMP-BUSCA
           MOVE WS-ID-EMP-BUSCA       TO ID-EMP-PE
           MOVE ZEROS                 TO ID-PROC-PE

           SET WS-EOF-OK              TO FALSE

           START PRCEMP KEY IS >= CHAVE-PRCEMP
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
                  DISPLAY "NENHUM PRECO CADASTRADO."
           END-START

           PERFORM P021-LE-E-EXIBE THRU P021-FIM UNTIL WS-EOF-OK
           .
       P020-FIM.
       P021-LE-E-EXIBE.

           READ PRCEMP NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  IF ID-EMP-PE NOT EQUAL WS-ID-EMP-BUSCA
                     SET WS-EOF-OK    TO TRUE
                  ELSE
                     MOVE ID-PROC-PE       TO ID-PROC
                     READ PROCEDS
                         INVALID KEY
                            MOVE SPACES    TO NM-PROC
                     END-READ
                     DISPLAY "PROCEDIMENTO " ID-PROC-PE " - " NM-PROC
                             " - VALOR " VLR-PRCEMP
                             " - VIGENTE DESDE " DATA-VIGENCIA-PE
                  END-IF
           END-READ
           .
       P021-FIM.
      *----------------------------------------------------------------
      *   GRAVA O PRECO CONTRATADO DO PAR EMPRESA X PROCEDIMENTO:
      *   INCLUI QUANDO NAO EXISTE, ALTERA QUANDO JA EXISTE
      *----------------------------------------------------------------
       P025-GRAVA-PRECO.

           DISPLAY "INFORME O ID DA EMPRESA: "
           ACCEPT ID-EMP

           READ EMPRESAS
               INVALID KEY
                  DISPLAY "EMPRESA NAO ENCONTRADA."
                  GO TO P025-FIM
           END-READ

           DISPLAY "INFORME O ID DO PROCEDIMENTO: "
           ACCEPT ID-PROC

           READ PROCEDS
               INVALID KEY
                  DISPLAY "PROCEDIMENTO NAO ENCONTRADO."
                  GO TO P025-FIM
           END-READ

           MOVE ID-EMP                TO ID-EMP-PE
           MOVE ID-PROC               TO ID-PROC-PE

           READ PRCEMP
               INVALID KEY
                  MOVE ZEROS          TO VLR-PRCEMP
           END-READ

           DISPLAY "VALOR DO CATALOGO: " VLR-PROC
           IF WS-FS-PCE-OK
              DISPLAY "VALOR CONTRATADO ATUAL: " VLR-PRCEMP
           END-IF
           DISPLAY "INFORME O VALOR CONTRATADO: "
           ACCEPT WS-VLR-NOVO

           MOVE VLR-PRCEMP            TO WS-AUD-VLR-ED
           MOVE WS-AUD-VLR-ED         TO WS-AUD-ANTES
           MOVE WS-VLR-NOVO           TO VLR-PRCEMP
           MOVE WS-DATA-HOJE          TO DATA-VIGENCIA-PE

           IF WS-FS-PCE-OK
              MOVE 'A'                TO WS-AUD-OPER
              REWRITE REG-PRCEMP
                  INVALID KEY
                     DISPLAY "ERRO AO ATUALIZAR O PRECO."
                     GO TO P025-FIM
              END-REWRITE
           ELSE
              MOVE 'I'                TO WS-AUD-OPER
              MOVE SPACES             TO WS-AUD-ANTES
              WRITE REG-PRCEMP
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR O PRECO."
                     GO TO P025-FIM
              END-WRITE
           END-IF

           DISPLAY "PRECO GRAVADO COM SUCESSO."

           MOVE "EMPRESA"             TO WS-AUD-MODULO
           MOVE CHAVE-PRCEMP          TO WS-AUD-CHAVE
           MOVE "PRECO"               TO WS-AUD-CAMPO
           MOVE VLR-PRCEMP            TO WS-AUD-VLR-ED
           MOVE WS-AUD-VLR-ED         TO WS-AUD-DEPOIS
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
       P025-FIM.
      *----------------------------------------------------------------
      *   REMOVE O PRECO CONTRATADO DO PAR INFORMADO; O FATURAMENTO
      *   VOLTA A USAR O VALOR DO CATALOGO
      *----------------------------------------------------------------
       P030-EXCLUI-PRECO.

           DISPLAY "INFORME O ID DA EMPRESA: "
           ACCEPT ID-EMP-PE
           DISPLAY "INFORME O ID DO PROCEDIMENTO: "
           ACCEPT ID-PROC-PE

           DELETE PRCEMP RECORD
               INVALID KEY
                  DISPLAY "PRECO NAO ENCONTRADO."
               NOT INVALID KEY
                  DISPLAY "PRECO REMOVIDO COM SUCESSO."
           END-DELETE
           .
       P030-FIM.
       END PROGRAM PGMEMP01.
