      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANTER OS TALONARIOS DE RECEITAS DE CONTROLE ESPECIAL
      *          (ARQTALAO): CADASTRAR O TALONARIO EM USO DE UM
      *          PROFISSIONAL (FAIXA DE NUMERACAO DAS FOLHAS), TROCAR
      *          PELO TALONARIO NOVO QUANDO O ANTERIOR ACABA,
      *          CONSULTAR AS FOLHAS RESTANTES E LISTAR OS TALONARIOS.
      *          A TROCA FICA NA AUDITORIA (PGMAUDIT). AS FOLHAS SAO
      *          TIRADAS PELO PGMTALNUM NA EMISSAO DA RECEITA
      *          (PGMREC01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTAL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TALONARIOS ASSIGN TO
           WS-PATH-ARQTALAO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PROF-TAL
           FILE STATUS  IS WS-FS.

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRF.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD TALONARIOS.
           COPY CPYTALAO.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD SESSAO.
           COPY CPYSESSAO.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRF-EOF
                          WS-FS-OK BY WS-FS-PRF-OK
                          WS-FS BY WS-FS-PRF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.
       77 WS-OPCAO           PIC 9      VALUE ZEROS.
       77 WS-EOF             PIC 9      VALUE ZEROS.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-RESP            PIC X(01)  VALUE SPACE.
       77 WS-EXISTE          PIC X(01)  VALUE 'N'.
          88 TALAO-EXISTENTE VALUE 'S'.
       77 WS-NUM-INI         PIC 9(08)  VALUE ZEROS.
       77 WS-NUM-FIM         PIC 9(08)  VALUE ZEROS.
       77 WS-RESTANTES       PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-TALOES      PIC 9(04)  VALUE ZEROS.
       77 WS-AUD-MODULO      PIC X(08)  VALUE SPACES.
       77 WS-AUD-OPER        PIC X(01)  VALUE SPACES.
       77 WS-AUD-CHAVE       PIC X(10)  VALUE SPACES.
       77 WS-AUD-CAMPO       PIC X(12)  VALUE SPACES.
       77 WS-AUD-ANTES       PIC X(30)  VALUE SPACES.
       77 WS-AUD-DEPOIS      PIC X(30)  VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN I-O TALONARIOS

            IF WS-FS EQUAL 35
               OPEN OUTPUT TALONARIOS
               CLOSE TALONARIOS
               OPEN I-O TALONARIOS
            END-IF

            OPEN INPUT PROFISSIONAIS

            IF NOT WS-FS-OK OR NOT WS-FS-PRF-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DOS TALONARIOS: "
                       WS-FS " " WS-FS-PRF
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            PERFORM P003-LE-SESSAO THRU P003-FIM

            PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 4

            CLOSE TALONARIOS
            CLOSE PROFISSIONAIS

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQTALAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQTALAO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
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
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA REGISTRAR QUEM
      *   CADASTROU O TALONARIO
      *----------------------------------------------------------------
       P003-LE-SESSAO.

            MOVE SPACES               TO SESSAO-LOGIN

            OPEN INPUT SESSAO

            IF WS-FS-SES-OK
               READ SESSAO
                   AT END
                      CONTINUE
               END-READ
               CLOSE SESSAO
            END-IF
            .
       P003-FIM.
      *----------------------------------------------------------------
      *          MENU DOS TALONARIOS DE CONTROLE ESPECIAL
      *----------------------------------------------------------------
       P005-MENU.

            DISPLAY "------ TALONARIOS DE CONTROLE ESPECIAL ---------"
            DISPLAY "1 - CADASTRAR/TROCAR TALONARIO DO PROFISSIONAL"
            DISPLAY "2 - CONSULTAR TALONARIO"
            DISPLAY "3 - LISTAR TALONARIOS"
            DISPLAY "4 - VOLTAR"
            DISPLAY "ESCOLHA UMA DAS OPCOES: "
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P010-CADASTRA       THRU P010-FIM
                WHEN 2
                   PERFORM P020-CONSULTA       THRU P020-FIM
                WHEN 3
                   PERFORM P030-LISTA          THRU P030-FIM
                WHEN 4
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   CADASTRA O TALONARIO DO PROFISSIONAL; SE JA HA UM COM FOLHAS
      *   SOBRANDO, A TROCA PRECISA SER CONFIRMADA
      *----------------------------------------------------------------
       P010-CADASTRA.

            DISPLAY "ID DO PROFISSIONAL: "
            ACCEPT ID-PROF

            READ PROFISSIONAIS
                INVALID KEY
                   DISPLAY "PROFISSIONAL NAO ENCONTRADO."
                   GO TO P010-FIM
            END-READ

            IF PROF-INATIVO
               DISPLAY "PROFISSIONAL INATIVO."
               GO TO P010-FIM
            END-IF

            DISPLAY "PROFISSIONAL: " NM-PROF

            MOVE 'N'                  TO WS-EXISTE
            MOVE ID-PROF              TO ID-PROF-TAL

            READ TALONARIOS
                NOT INVALID KEY
                   SET TALAO-EXISTENTE TO TRUE
            END-READ

            IF TALAO-EXISTENTE
               PERFORM P040-MOSTRA-TALAO THRU P040-FIM
               IF WS-RESTANTES GREATER ZEROS
                  DISPLAY "O TALONARIO ATUAL AINDA TEM FOLHAS. "
                          "TROCAR ASSIM MESMO (S/N)? "
                  ACCEPT WS-RESP
                  IF WS-RESP NOT EQUAL 'S' AND NOT EQUAL 's'
                     GO TO P010-FIM
                  END-IF
               END-IF
            END-IF

            DISPLAY "NUMERO DA PRIMEIRA FOLHA: "
            ACCEPT WS-NUM-INI
            DISPLAY "NUMERO DA ULTIMA FOLHA: "
            ACCEPT WS-NUM-FIM

            IF WS-NUM-INI EQUAL ZEROS
               OR WS-NUM-FIM LESS WS-NUM-INI
               DISPLAY "FAIXA DE NUMERACAO INVALIDA."
               GO TO P010-FIM
            END-IF

            IF TALAO-EXISTENTE
               AND WS-NUM-INI NOT GREATER ULT-NUM-TAL
               AND WS-NUM-FIM NOT LESS NUM-INI-TAL
               DISPLAY "A FAIXA REPETE FOLHAS DO TALONARIO ATUAL."
               GO TO P010-FIM
            END-IF

            MOVE SPACES               TO WS-AUD-ANTES
                                         WS-AUD-DEPOIS
            IF TALAO-EXISTENTE
               STRING NUM-INI-TAL " A " NUM-FIM-TAL
                      DELIMITED BY SIZE INTO WS-AUD-ANTES
            END-IF

            MOVE ID-PROF              TO ID-PROF-TAL
            MOVE WS-NUM-INI           TO NUM-INI-TAL
            MOVE WS-NUM-FIM           TO NUM-FIM-TAL
            MOVE ZEROS                TO ULT-NUM-TAL
            ACCEPT DATA-CAD-TAL FROM DATE YYYYMMDD
            MOVE SESSAO-LOGIN         TO LOGIN-TAL

            IF TALAO-EXISTENTE
               REWRITE REG-TALAO
               MOVE 'A'               TO WS-AUD-OPER
            ELSE
               WRITE REG-TALAO
               MOVE 'I'               TO WS-AUD-OPER
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO GRAVAR O TALONARIO: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P010-FIM
            END-IF

            DISPLAY "TALONARIO GRAVADO."

            MOVE "TALONARI"           TO WS-AUD-MODULO
            MOVE ID-PROF-TAL          TO WS-AUD-CHAVE
            MOVE "FAIXA"              TO WS-AUD-CAMPO
            STRING NUM-INI-TAL " A " NUM-FIM-TAL
                   DELIMITED BY SIZE INTO WS-AUD-DEPOIS
            CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                  WS-AUD-CHAVE, WS-AUD-CAMPO,
                                  WS-AUD-ANTES, WS-AUD-DEPOIS
            .
       P010-FIM.
       P020-CONSULTA.

            DISPLAY "ID DO PROFISSIONAL: "
            ACCEPT ID-PROF-TAL

            READ TALONARIOS
                INVALID KEY
                   DISPLAY "PROFISSIONAL SEM TALONARIO CADASTRADO."
                   GO TO P020-FIM
            END-READ

            PERFORM P040-MOSTRA-TALAO THRU P040-FIM
            .
       P020-FIM.
       P030-LISTA.

            MOVE ZEROS                TO WS-QTD-TALOES
                                         ID-PROF-TAL
            SET WS-EOF-OK             TO FALSE

            START TALONARIOS KEY IS NOT LESS THAN ID-PROF-TAL
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P031-LE-TALAO THRU P031-FIM UNTIL WS-EOF-OK

            DISPLAY "TALONARIOS CADASTRADOS: " WS-QTD-TALOES
            .
       P030-FIM.
       P031-LE-TALAO.

            READ TALONARIOS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P031-FIM
            END-READ

            ADD 1                     TO WS-QTD-TALOES
            PERFORM P040-MOSTRA-TALAO THRU P040-FIM
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   MOSTRA A FAIXA, A ULTIMA FOLHA USADA E QUANTAS SOBRAM
      *----------------------------------------------------------------
       P040-MOSTRA-TALAO.

            MOVE ID-PROF-TAL          TO ID-PROF

            READ PROFISSIONAIS
                INVALID KEY
                   MOVE "*NAO CADASTRADO*" TO NM-PROF
            END-READ

            IF ULT-NUM-TAL LESS NUM-INI-TAL
               COMPUTE WS-RESTANTES = NUM-FIM-TAL - NUM-INI-TAL + 1
            ELSE
               COMPUTE WS-RESTANTES = NUM-FIM-TAL - ULT-NUM-TAL
            END-IF

            DISPLAY ID-PROF-TAL " " NM-PROF
                    " FOLHAS " NUM-INI-TAL " A " NUM-FIM-TAL
                    " ULTIMA " ULT-NUM-TAL
                    " RESTAM " WS-RESTANTES
            .
       P040-FIM.
       END PROGRAM PGMTAL01.
