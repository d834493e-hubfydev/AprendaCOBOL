      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MENSAGENS AO PACIENTE: LISTA, PELA CHAVE ALTERNATIVA
      *          ID-CLI-MSG DA CAIXA DE SAIDA (ARQMSGOUT), TUDO O QUE
      *          FOI PUBLICADO PARA O CLIENTE - TIPO DO EVENTO, DATA
      *          DA GERACAO, DESTINATARIO, CANAL, SITUACAO E O CODIGO
      *          DEVOLVIDO PELO GATEWAY - PAGINADO, NA ORDEM EM QUE
      *          FORAM GERADAS. A RECEPCAO VE AQUI SE O PACIENTE FOI
      *          AVISADO OU SE PRECISA TELEFONAR (FALHA, SEM
      *          CONSENTIMENTO OU SEM CONTATO).
      * Manutencao: 15 OUT 2026 - EXIBE O NOVO TIPO DE MENSAGEM DE DOSE
      *             DE VACINA A VENCER (PGMVACLEM).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMSG01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGOUT ASSIGN TO
           WS-PATH-ARQMSGOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-MSG
           ALTERNATE RECORD KEY IS ID-CLI-MSG WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD MSGOUT.
           COPY CPYMSGOUT.

       FD CLIENTES.
           COPY CPYCLI.

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

       77 WS-ID-CLI-BUSCA     PIC 9(04) VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE 0.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-QTD              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TELEFONAR    PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PAG         PIC 9(02) VALUE ZEROS.
       77 WS-CONTINUA         PIC X(01) VALUE 'S'.
          88 WS-CONTINUA-OK   VALUE 'S' 's'.
       77 WS-TIPO-EXIB        PIC X(12) VALUE SPACES.
       77 WS-CANAL-EXIB       PIC X(06) VALUE SPACES.
       77 WS-SITUACAO         PIC X(16) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT MSGOUT

            IF WS-FS-NAO-EXISTE
               DISPLAY "NENHUMA MENSAGEM PUBLICADA AINDA."
               GOBACK
            END-IF

            OPEN INPUT CLIENTES

            IF NOT WS-FS-OK OR NOT WS-FS-CLI-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE MENSAGENS."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            DISPLAY "INFORME O ID DO CLIENTE: "
            ACCEPT WS-ID-CLI-BUSCA

            MOVE WS-ID-CLI-BUSCA      TO ID-CLI

            READ CLIENTES
                INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO."
                NOT INVALID KEY
                   DISPLAY "MENSAGENS DE " NM-CLI ":"
                   PERFORM P010-LISTA-MENSAGENS THRU P010-FIM
            END-READ

            CLOSE MSGOUT
            CLOSE CLIENTES

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQMSGOUT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQMSGOUT
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
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
      *   PERCORRE AS MENSAGENS DO CLIENTE PELA CHAVE ALTERNATIVA
      *   ID-CLI-MSG (A ORDEM DOS DUPLICADOS E A DA GRAVACAO)
      *----------------------------------------------------------------
       P010-LISTA-MENSAGENS.

            MOVE ZEROS                TO WS-QTD
                                         WS-QTD-TELEFONAR
                                         WS-CONT-PAG
            MOVE 'S'                  TO WS-CONTINUA
            SET WS-EOF-OK             TO FALSE
            MOVE WS-ID-CLI-BUSCA      TO ID-CLI-MSG

            START MSGOUT KEY IS = ID-CLI-MSG
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
                   DISPLAY "NENHUMA MENSAGEM PARA O CLIENTE."
            END-START

            PERFORM P011-LE-MENSAGEM THRU P011-FIM
               UNTIL WS-EOF-OK OR NOT WS-CONTINUA-OK

            DISPLAY "MENSAGENS LISTADAS: " WS-QTD
            IF WS-QTD-TELEFONAR GREATER ZEROS
               DISPLAY "SEM AVISO AO PACIENTE (TELEFONAR): "
                       WS-QTD-TELEFONAR
            END-IF
            .
       P010-FIM.
       P011-LE-MENSAGEM.

            READ MSGOUT NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-MSG NOT EQUAL WS-ID-CLI-BUSCA
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      PERFORM P020-EXIBE-LINHA THRU P020-FIM
                   END-IF
            END-READ
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   UMA LINHA POR MENSAGEM, DEZ POR PAGINA
      *----------------------------------------------------------------
       P020-EXIBE-LINHA.

            ADD 1                     TO WS-QTD

            EVALUATE TRUE
                WHEN MSG-CANCELAMENTO
                   MOVE "CANCELAMENTO" TO WS-TIPO-EXIB
                WHEN MSG-REMARCACAO
                   MOVE "REMARCACAO"  TO WS-TIPO-EXIB
                WHEN MSG-EXAME-PRONTO
                   MOVE "EXAME PRONTO" TO WS-TIPO-EXIB
                WHEN MSG-BOLETO
                   MOVE "BOLETO"      TO WS-TIPO-EXIB
                WHEN MSG-ORCAMENTO
                   MOVE "ORCAMENTO"   TO WS-TIPO-EXIB
                WHEN MSG-VACINA
                   MOVE "VACINA"      TO WS-TIPO-EXIB
                WHEN OTHER
                   MOVE TIPO-MSG      TO WS-TIPO-EXIB
            END-EVALUATE

            EVALUATE TRUE
                WHEN CANAL-SMS
                   MOVE "SMS"         TO WS-CANAL-EXIB
                WHEN CANAL-EMAIL
                   MOVE "E-MAIL"      TO WS-CANAL-EXIB
                WHEN CANAL-AMBOS
                   MOVE "AMBOS"       TO WS-CANAL-EXIB
                WHEN OTHER
                   MOVE "-"           TO WS-CANAL-EXIB
            END-EVALUATE

            EVALUATE TRUE
                WHEN MSG-PENDENTE
                   MOVE "PENDENTE"    TO WS-SITUACAO
                WHEN MSG-EXPORTADA
                   MOVE "ENVIADA"     TO WS-SITUACAO
                WHEN MSG-ENTREGUE
                   MOVE "ENTREGUE"    TO WS-SITUACAO
                WHEN MSG-FALHOU
                   MOVE "FALHOU"      TO WS-SITUACAO
                   ADD 1              TO WS-QTD-TELEFONAR
                WHEN MSG-SEM-CONSENT
                   MOVE "SEM CONSENTIM." TO WS-SITUACAO
                   ADD 1              TO WS-QTD-TELEFONAR
                WHEN OTHER
                   MOVE "SEM CONTATO" TO WS-SITUACAO
                   ADD 1              TO WS-QTD-TELEFONAR
            END-EVALUATE

            DISPLAY ID-MSG " " DATA-GER-MSG " " HORA-GER-MSG
                    " - " WS-TIPO-EXIB
                    " - " NM-DEST-MSG
                    " - " WS-CANAL-EXIB
                    " - " WS-SITUACAO
                    " " COD-RET-MSG

            ADD 1                     TO WS-CONT-PAG

            IF WS-CONT-PAG EQUAL 10
               MOVE ZEROS             TO WS-CONT-PAG
               DISPLAY "<S> PARA CONTINUAR, OUTRA TECLA PARA PARAR"
               ACCEPT WS-CONTINUA
            END-IF
            .
       P020-FIM.
       END PROGRAM PGMMSG01.
