      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: QUEM VIU ESTE PACIENTE: PARA O CLIENTE INFORMADO,
      *          LISTA TODAS AS LEITURAS DE DADOS CLINICOS GRAVADAS EM
      *          ARQACESSO PELO PGMACELOG (PRONTUARIO, RECEITUARIO,
      *          EXAMES, DOCUMENTOS E ENCAMINHAMENTOS), COM LOGIN,
      *          PROFISSIONAL, PROGRAMA, DATA/HORA E A JUSTIFICATIVA
      *          QUANDO HOUVE, NO PERIODO PEDIDO. RESPONDE AOS PEDIDOS
      *          DO TITULAR PELA LGPD. SO OPERADOR COM PERFIL DE
      *          ADMINISTRADOR EXECUTA, E A CONSULTA FICA NA TRILHA
      *          DE AUDITORIA (PGMAUDIT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMACE01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSOS ASSIGN TO
           WS-PATH-ARQACESSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD ACESSOS.
           COPY CPYACESSO.

       FD CLIENTES.
           COPY CPYCLI.

       FD SESSAO.
           COPY CPYSESSAO.

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.

       77 WS-ID-CLI-TITULAR   PIC 9(04) VALUE ZEROS.
       77 WS-DATA-INI         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM         PIC 9(08) VALUE ZEROS.
       77 WS-SOLICITANTE      PIC X(30) VALUE SPACES.
       77 WS-PERFIL-ADMIN     PIC X(01) VALUE 'N'.
          88 PERFIL-ADMIN-OK  VALUE 'S'.
       77 WS-QTD-ACESSOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JUSTIF       PIC 9(06) VALUE ZEROS.
       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P003-CONFERE-PERFIL   THRU P003-FIM

            IF NOT PERFIL-ADMIN-OK
               DISPLAY "CONSULTA DE ACESSOS SO PODE SER EXECUTADA POR "
                       "OPERADOR COM PERFIL DE ADMINISTRADOR."
               GOBACK
            END-IF

            OPEN INPUT ACESSOS

            IF NOT WS-FS-OK
               DISPLAY "NAO HA ACESSOS A DADOS CLINICOS REGISTRADOS."
               GOBACK
            END-IF

            DISPLAY "ID DO CLIENTE TITULAR DOS DADOS: "
            ACCEPT WS-ID-CLI-TITULAR

            PERFORM P010-EXIBE-CLIENTE THRU P010-FIM

            DISPLAY "DATA INICIAL (AAAAMMDD, ZEROS = DESDE O INICIO): "
            ACCEPT WS-DATA-INI
            DISPLAY "DATA FINAL (AAAAMMDD, ZEROS = ATE HOJE): "
            ACCEPT WS-DATA-FIM
            IF WS-DATA-FIM EQUAL ZEROS
               ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
            END-IF

            DISPLAY "QUEM SOLICITOU A CONSULTA (TITULAR/ENCARREGADO): "
            ACCEPT WS-SOLICITANTE

            PERFORM P020-LE-ACESSO THRU P020-FIM UNTIL WS-FS-EOF

            CLOSE ACESSOS

            DISPLAY "LEITURAS ENCONTRADAS: " WS-QTD-ACESSOS
                    " - COM JUSTIFICATIVA: " WS-QTD-JUSTIF

            PERFORM P030-AUDITA-CONSULTA THRU P030-FIM

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQACESSO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQACESSO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   SO ADMINISTRADOR LOGADO (SESSAO DO PGMLOGIN) EXECUTA
      *----------------------------------------------------------------
       P003-CONFERE-PERFIL.

            MOVE 'N'                  TO WS-PERFIL-ADMIN
            MOVE SPACES               TO SESSAO-LOGIN

            OPEN INPUT SESSAO

            IF WS-FS-SES-OK
               READ SESSAO
                   AT END
                      CONTINUE
                   NOT AT END
                      IF SESSAO-ADMIN
                         SET PERFIL-ADMIN-OK TO TRUE
                      END-IF
               END-READ
               CLOSE SESSAO
            END-IF
            .
       P003-FIM.
      *----------------------------------------------------------------
      *   MOSTRA O NOME DO TITULAR; CLIENTE JA EXCLUIDO OU ANONIMIZADO
      *   AINDA TEM AS LEITURAS LISTADAS
      *----------------------------------------------------------------
       P010-EXIBE-CLIENTE.

            OPEN INPUT CLIENTES

            IF NOT WS-FS-CLI-OK
               GO TO P010-FIM
            END-IF

            MOVE WS-ID-CLI-TITULAR    TO ID-CLI

            READ CLIENTES
                INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO NO CADASTRO."
                NOT INVALID KEY
                   DISPLAY "CLIENTE: " NM-CLI
            END-READ

            CLOSE CLIENTES
            .
       P010-FIM.
       P020-LE-ACESSO.

            READ ACESSOS
                AT END
                   MOVE 10            TO WS-FS
                   GO TO P020-FIM
            END-READ

            IF ID-CLI-ACE NOT EQUAL WS-ID-CLI-TITULAR
               OR DATA-ACE LESS WS-DATA-INI
               OR DATA-ACE GREATER WS-DATA-FIM
               GO TO P020-FIM
            END-IF

            ADD 1                     TO WS-QTD-ACESSOS

            DISPLAY DATA-ACE " " HORA-ACE(1:6) " " LOGIN-ACE
                    " (PROF " ID-PROF-ACE ") " TIPO-ACE " "
                    CHAVE-ACE " - " PROGRAMA-ACE

            IF ACESSO-JUSTIFICADO
               ADD 1                  TO WS-QTD-JUSTIF
               DISPLAY "    JUSTIFICATIVA: " TEXTO-JUSTIF-ACE
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   A RESPOSTA AO TITULAR FICA NA TRILHA DE AUDITORIA
      *----------------------------------------------------------------
       P030-AUDITA-CONSULTA.

            MOVE "LGPD"               TO WS-AUD-MODULO
            MOVE 'C'                  TO WS-AUD-OPER
            MOVE WS-ID-CLI-TITULAR    TO WS-AUD-CHAVE
            MOVE "ACESSOS"            TO WS-AUD-CAMPO
            MOVE WS-SOLICITANTE       TO WS-AUD-ANTES
            MOVE SESSAO-LOGIN         TO WS-AUD-DEPOIS

            CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                  WS-AUD-CHAVE, WS-AUD-CAMPO,
                                  WS-AUD-ANTES, WS-AUD-DEPOIS
            .
       P030-FIM.
       END PROGRAM PGMACE01.
