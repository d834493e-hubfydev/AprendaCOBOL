      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CONSULTAR SE O OPERADOR LOGADO PODE USAR UMA FUNCAO
      *          (CPYPERMCK): LE A SESSAO GRAVADA PELO PGMLOGIN, JUNTA
      *          OS PERFIS ATIVOS DO USUARIO (ARQUSUPRF/ARQPERFIL) E
      *          CONFERE A MATRIZ PERFIL X FUNCAO (ARQPERMIS) - BASTA
      *          UM DOS PERFIS CONCEDER. COM A OPCAO ZERO DEVOLVE A
      *          SITUACAO DE TODAS AS OPCOES DO MODULO, PARA O MENU
      *          EXIBIR SO AS PERMITIDAS. O ADMINISTRADOR (USU-PERFIL
      *          'A') PODE TUDO; USUARIO AINDA SEM PERFIL VINCULADO
      *          FICA NO REGIME ANTIGO: TUDO, MENOS USUARIOS E
      *          PARAMETROS DO MENU PRINCIPAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPERMCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

           SELECT USUPRF ASSIGN TO
           WS-PATH-ARQUSUPRF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-USUPRF
           FILE STATUS  IS WS-FS.

           SELECT PERFIS ASSIGN TO
           WS-PATH-ARQPERFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS COD-PERFIL
           FILE STATUS  IS WS-FS-PRF.

           SELECT PERMIS ASSIGN TO
           WS-PATH-ARQPERMIS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-PERMIS
           FILE STATUS  IS WS-FS-PRM.

       DATA DIVISION.
       FILE SECTION.
       FD SESSAO.
           COPY CPYSESSAO.

       FD USUPRF.
           COPY CPYUSUPRF.

       FD PERFIS.
           COPY CPYPERFIL.

       FD PERMIS.
           COPY CPYPERMIS.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.

           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRF-EOF
                          WS-FS-OK BY WS-FS-PRF-OK
                          WS-FS BY WS-FS-PRF.

           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRM-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRM-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRM-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRM-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRM-EOF
                          WS-FS-OK BY WS-FS-PRM-OK
                          WS-FS BY WS-FS-PRM.

       77 WS-EOF              PIC 9      VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-VINCULO          PIC X(01)  VALUE 'N'.
          88 TEM-VINCULO      VALUE 'S'.
       77 WS-QTD-PERFIS       PIC 9(02)  VALUE ZEROS.
       77 WS-IND-PRF          PIC 9(02)  VALUE ZEROS.
       77 WS-IND-OPC          PIC 9(02)  VALUE ZEROS.

      *   PERFIS ATIVOS DO OPERADOR LOGADO
       01 WS-TAB-PERFIS.
          03 WS-PRF-COD        PIC X(03)  OCCURS 10 TIMES.

           COPY CPYPATHS.

       LINKAGE SECTION.
           COPY CPYPERMCK.

       PROCEDURE DIVISION USING PERMCK-PARM.
       MAIN-PROCEDURE.

            MOVE 'N'                  TO PERM-RESULTADO
            MOVE ALL 'N'              TO PERM-OPCOES

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P003-LE-SESSAO        THRU P003-FIM

            IF SESSAO-ADMIN
               MOVE ALL 'S'           TO PERM-OPCOES
               MOVE 'S'               TO PERM-RESULTADO
               GOBACK
            END-IF

            PERFORM P010-CARREGA-PERFIS   THRU P010-FIM

            IF NOT TEM-VINCULO
               PERFORM P020-REGIME-ANTIGO THRU P020-FIM
               GOBACK
            END-IF

            PERFORM P030-CONFERE-MATRIZ   THRU P030-FIM

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQUSUPRF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQUSUPRF
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPERFIL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPERFIL
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPERMIS_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPERMIS
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   LE A SESSAO GRAVADA PELO PGMLOGIN (SEM SESSAO, COMO NAS
      *   ROTINAS BATCH, VALE O REGIME ANTIGO DO OPERADOR)
      *----------------------------------------------------------------
       P003-LE-SESSAO.

            MOVE SPACES               TO SESSAO-LOGIN
            MOVE 'O'                  TO SESSAO-PERFIL

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
      *   JUNTA OS PERFIS DO USUARIO EM ARQUSUPRF; SO OS CADASTRADOS E
      *   ATIVOS EM ARQPERFIL ENTRAM NA TABELA. BASTA UM VINCULO, MESMO
      *   DE PERFIL INATIVO, PARA O USUARIO SAIR DO REGIME ANTIGO
      *----------------------------------------------------------------
       P010-CARREGA-PERFIS.

            MOVE 'N'                  TO WS-VINCULO
            MOVE ZEROS                TO WS-QTD-PERFIS

            IF SESSAO-LOGIN EQUAL SPACES
               GO TO P010-FIM
            END-IF

            OPEN INPUT USUPRF

            IF NOT WS-FS-OK
               GO TO P010-FIM
            END-IF

            OPEN INPUT PERFIS

            SET WS-EOF-OK             TO FALSE
            MOVE SESSAO-LOGIN         TO LOGIN-USUPRF
            MOVE LOW-VALUES           TO COD-PERFIL-USUPRF

            START USUPRF KEY IS NOT LESS THAN CHAVE-USUPRF
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P011-LE-VINCULO   THRU P011-FIM UNTIL WS-EOF-OK

            IF WS-FS-PRF-OK
               CLOSE PERFIS
            END-IF

            CLOSE USUPRF
            .
       P010-FIM.
       P011-LE-VINCULO.

            READ USUPRF NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P011-FIM
            END-READ

            IF LOGIN-USUPRF NOT EQUAL SESSAO-LOGIN
               SET WS-EOF-OK          TO TRUE
               GO TO P011-FIM
            END-IF

            SET TEM-VINCULO           TO TRUE

            IF NOT WS-FS-PRF-OK OR WS-QTD-PERFIS NOT LESS 10
               GO TO P011-FIM
            END-IF

            MOVE COD-PERFIL-USUPRF    TO COD-PERFIL

            READ PERFIS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PERFIL-ATIVO
                      ADD 1           TO WS-QTD-PERFIS
                      MOVE COD-PERFIL TO WS-PRF-COD (WS-QTD-PERFIS)
                   END-IF
            END-READ
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   USUARIO SEM PERFIL VINCULADO: CONTINUA COMO ANTES, VENDO
      *   TUDO, MENOS USUARIOS E PARAMETROS DO MENU PRINCIPAL, QUE JA
      *   ERAM SO DO ADMINISTRADOR
      *----------------------------------------------------------------
       P020-REGIME-ANTIGO.

            MOVE ALL 'S'              TO PERM-OPCOES

            IF PERM-MODULO EQUAL "MENU01"
               MOVE 'N'               TO PERM-OPC-OK (14)
               MOVE 'N'               TO PERM-OPC-OK (15)
            END-IF

            IF PERM-OPCAO GREATER ZEROS
               AND PERM-OPCAO NOT GREATER 30
               MOVE PERM-OPC-OK (PERM-OPCAO) TO PERM-RESULTADO
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   CONFERE A MATRIZ: PARA A OPCAO PEDIDA OU, COM OPCAO ZERO,
      *   PARA TODAS AS OPCOES DO MODULO
      *----------------------------------------------------------------
       P030-CONFERE-MATRIZ.

            IF WS-QTD-PERFIS EQUAL ZEROS
               GO TO P030-FIM
            END-IF

            OPEN INPUT PERMIS

            IF NOT WS-FS-PRM-OK
               GO TO P030-FIM
            END-IF

            IF PERM-OPCAO EQUAL ZEROS
               PERFORM P031-CONFERE-OPCAO THRU P031-FIM
                  VARYING WS-IND-OPC FROM 1 BY 1
                    UNTIL WS-IND-OPC GREATER 30
            ELSE
               IF PERM-OPCAO NOT GREATER 30
                  MOVE PERM-OPCAO     TO WS-IND-OPC
                  PERFORM P031-CONFERE-OPCAO THRU P031-FIM
                  MOVE PERM-OPC-OK (PERM-OPCAO) TO PERM-RESULTADO
               END-IF
            END-IF

            CLOSE PERMIS
            .
       P030-FIM.
       P031-CONFERE-OPCAO.

            PERFORM P032-CONFERE-PERFIL THRU P032-FIM
               VARYING WS-IND-PRF FROM 1 BY 1
                 UNTIL WS-IND-PRF GREATER WS-QTD-PERFIS
                    OR PERM-OPC-LIBERADA (WS-IND-OPC)
            .
       P031-FIM.
       P032-CONFERE-PERFIL.

            MOVE WS-PRF-COD (WS-IND-PRF) TO COD-PERFIL-PERM
            MOVE PERM-MODULO          TO MODULO-PERM
            MOVE WS-IND-OPC           TO OPCAO-PERM

            READ PERMIS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PERM-PERMITIDA
                      MOVE 'S'        TO PERM-OPC-OK (WS-IND-OPC)
                   END-IF
            END-READ
            .
       P032-FIM.
       END PROGRAM PGMPERMCK.
