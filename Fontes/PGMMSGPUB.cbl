      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: PUBLICAR UMA MENSAGEM AO PACIENTE NA CAIXA DE SAIDA
      *          (ARQMSGOUT, LAYOUT CPYMSGOUT): RECEBE DO CHAMADOR O
      *          TIPO DO EVENTO, O PACIENTE E OS PARAMETROS DO MODELO
      *          (CPYMSGPUB). O MENOR COM RESPONSAVEL CADASTRADO TEM A
      *          MENSAGEM DIRIGIDA AO RESPONSAVEL; O CANAL SAI DO
      *          CONTATO DO DESTINATARIO (SMS, E-MAIL OU OS DOIS).
      *          PACIENTE OU RESPONSAVEL QUE NEGOU COMUNICACOES
      *          (ARQCONSENT, VEJA PGMCONSCK) E DESTINATARIO SEM
      *          TELEFONE NEM E-MAIL FICAM REGISTRADOS COM A SITUACAO
      *          PROPRIA E NUNCA SAO EXPORTADOS (PGMMSGEXP). USADO POR
      *          PGMAGE04, PGMAGE07, PGMBLQREM, PGMLABRET, PGMBOLGER E
      *          PGMORC01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMSGPUB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT MSGOUT ASSIGN TO
           WS-PATH-ARQMSGOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-MSG
           ALTERNATE RECORD KEY IS ID-CLI-MSG WITH DUPLICATES
           FILE STATUS  IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CPYCLI.

       FD MSGOUT.
           COPY CPYMSGOUT.

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

       77 WS-CONSENTE         PIC X(01) VALUE 'S'.
          88 CONTATO-PERMITIDO VALUE 'S'.
       77 WS-ID-CONSULTA      PIC 9(04) VALUE ZEROS.
       77 WS-HORA-ATUAL       PIC 9(08) VALUE ZEROS.
           COPY CPYPATHS.

       LINKAGE SECTION.
           COPY CPYMSGPUB.

       PROCEDURE DIVISION USING MSGPUB-PARM.
       MAIN-PROCEDURE.

            SET MSGPUB-ERRO           TO TRUE
            MOVE ZEROS                TO MSGPUB-ID-MSG

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            INITIALIZE REG-MSG
            MOVE MSGPUB-TIPO          TO TIPO-MSG
            MOVE MSGPUB-ID-CLI        TO ID-CLI-MSG
            MOVE MSGPUB-REF           TO REF-MSG
            MOVE MSGPUB-DATA          TO DATA-PAR-MSG
            MOVE MSGPUB-HORA          TO HORA-PAR-MSG
            MOVE MSGPUB-DATA-ANT      TO DATA-ANT-MSG
            MOVE MSGPUB-HORA-ANT      TO HORA-ANT-MSG
            MOVE MSGPUB-VALOR         TO VALOR-MSG
            MOVE MSGPUB-TEXTO         TO TEXTO-MSG
            ACCEPT DATA-GER-MSG FROM DATE YYYYMMDD
            ACCEPT WS-HORA-ATUAL FROM TIME
            MOVE WS-HORA-ATUAL(1:4)   TO HORA-GER-MSG

            OPEN INPUT CLIENTES

            IF NOT WS-FS-CLI-OK
               DISPLAY "MENSAGEM NAO PUBLICADA - ERRO NO ARQUIVO DE "
                       "CLIENTES: " WS-FS-CLI
               GOBACK
            END-IF

            PERFORM P010-DESTINATARIO THRU P010-FIM

            CLOSE CLIENTES

            IF NOT MSGPUB-ERRO
               PERFORM P020-GRAVA-MENSAGEM THRU P020-FIM
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQMSGOUT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQMSGOUT
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   PACIENTE, RESPONSAVEL DO MENOR, CONSENTIMENTO DOS DOIS E O
      *   CANAL PELO CONTATO DE QUEM VAI RECEBER
      *----------------------------------------------------------------
       P010-DESTINATARIO.

            MOVE MSGPUB-ID-CLI        TO ID-CLI

            READ CLIENTES
                INVALID KEY
                   DISPLAY "MENSAGEM NAO PUBLICADA - CLIENTE "
                           MSGPUB-ID-CLI " NAO ENCONTRADO."
                   GO TO P010-FIM
            END-READ

            MOVE NM-CLI               TO NM-PAC-MSG
            MOVE ID-CLI               TO ID-DEST-MSG
            SET MSG-PENDENTE          TO TRUE

            MOVE ID-CLI               TO WS-ID-CONSULTA
            CALL "PGMCONSCK" USING WS-ID-CONSULTA, WS-CONSENTE
            IF NOT CONTATO-PERMITIDO
               SET MSG-SEM-CONSENT    TO TRUE
            END-IF

            IF NOT CLI-SEM-RESPONSAVEL
               MOVE ID-RESP-CLI       TO ID-CLI
               READ CLIENTES
                   INVALID KEY
                      MOVE MSGPUB-ID-CLI TO ID-CLI
                      READ CLIENTES
                          INVALID KEY
                             GO TO P010-FIM
                      END-READ
                   NOT INVALID KEY
                      MOVE ID-CLI     TO ID-DEST-MSG
                                         WS-ID-CONSULTA
                      CALL "PGMCONSCK" USING WS-ID-CONSULTA,
                                             WS-CONSENTE
                      IF NOT CONTATO-PERMITIDO
                         SET MSG-SEM-CONSENT TO TRUE
                      END-IF
               END-READ
            END-IF

            MOVE NM-CLI               TO NM-DEST-MSG
            MOVE DDD-CLI              TO DDD-MSG
            MOVE TEL-CLI              TO TEL-MSG
            MOVE EMAIL-CLI            TO EMAIL-MSG

            EVALUATE TRUE
                WHEN TEL-CLI GREATER ZEROS
                 AND EMAIL-CLI NOT EQUAL SPACES
                   SET CANAL-AMBOS    TO TRUE
                WHEN TEL-CLI GREATER ZEROS
                   SET CANAL-SMS      TO TRUE
                WHEN EMAIL-CLI NOT EQUAL SPACES
                   SET CANAL-EMAIL    TO TRUE
                WHEN OTHER
                   IF MSG-PENDENTE
                      SET MSG-SEM-CONTATO TO TRUE
                   END-IF
            END-EVALUATE

            MOVE STATUS-MSG           TO MSGPUB-RESULTADO
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   GRAVA O EVENTO NA CAIXA DE SAIDA (CRIA O ARQUIVO NA PRIMEIRA
      *   VEZ) COM O PROXIMO ID-MSG
      *----------------------------------------------------------------
       P020-GRAVA-MENSAGEM.

            MOVE ZEROS                TO ID-MSG
            CALL "PGMPROXMS" USING ID-MSG

            IF ID-MSG EQUAL ZEROS
               SET MSGPUB-ERRO        TO TRUE
               GO TO P020-FIM
            END-IF

            OPEN I-O MSGOUT

            IF WS-FS EQUAL 35
               OPEN OUTPUT MSGOUT
               CLOSE MSGOUT
               OPEN I-O MSGOUT
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NA ABERTURA DA CAIXA DE SAIDA: " WS-FS
               CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
               DISPLAY WS-FS-MSG
               SET MSGPUB-ERRO        TO TRUE
               GO TO P020-FIM
            END-IF

            WRITE REG-MSG
                INVALID KEY
                   DISPLAY "JA EXISTE MENSAGEM COM ESTE ID: " ID-MSG
                   SET MSGPUB-ERRO    TO TRUE
                NOT INVALID KEY
                   MOVE ID-MSG        TO MSGPUB-ID-MSG
            END-WRITE

            CLOSE MSGOUT
            .
       P020-FIM.
       END PROGRAM PGMMSGPUB.
