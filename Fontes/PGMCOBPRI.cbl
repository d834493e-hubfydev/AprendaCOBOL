      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: DEVOLVER A COBERTURA PADRAO DE UM PACIENTE PARA OS
      *          PROGRAMAS QUE GRAVAM AGENDAMENTO SEM PERGUNTAR A
      *          COBERTURA (IMPORTACAO DE SOLICITACOES, ORCAMENTO
      *          APROVADO, CARGA DA AGENDA): A COBERTURA PRINCIPAL
      *          ATIVA DO ARQCOBERT OU, NA FALTA DELA, A PRIMEIRA
      *          COBERTURA ATIVA. PACIENTE SEM NENHUMA COBERTURA
      *          CADASTRADA (OU SEM O ARQUIVO) FICA COM O CONVENIO-CLI
      *          DO CADASTRO E SEQUENCIA ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCOBPRI.
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

       DATA DIVISION.
       FILE SECTION.
       FD COBERT.
           COPY CPYCOBERT.

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

       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-ACHOU-PRI        PIC X(01) VALUE 'N'.
          88 ACHOU-PRIMARIA   VALUE 'S'.
           COPY CPYPATHS.

       LINKAGE SECTION.
       01 LK-ID-CLI           PIC 9(04).
       01 LK-ID-CONV          PIC 9(04).
       01 LK-SEQ-COB          PIC 9(02).

       PROCEDURE DIVISION USING LK-ID-CLI, LK-ID-CONV, LK-SEQ-COB.
       MAIN-PROCEDURE.

            MOVE ZEROS                TO LK-ID-CONV
                                          LK-SEQ-COB
            MOVE 'N'                  TO WS-ACHOU-PRI

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT COBERT

            IF WS-FS-OK
               PERFORM P010-PROCURA-COBERTURA THRU P010-FIM
               CLOSE COBERT
            END-IF

            IF LK-SEQ-COB EQUAL ZEROS
               PERFORM P020-CONVENIO-CADASTRO THRU P020-FIM
            END-IF

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
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   PERCORRE AS COBERTURAS DO PACIENTE: A PRINCIPAL ATIVA VENCE;
      *   SEM PRINCIPAL, FICA A PRIMEIRA ATIVA ENCONTRADA
      *----------------------------------------------------------------
       P010-PROCURA-COBERTURA.

            SET WS-EOF-OK             TO FALSE
            MOVE LK-ID-CLI            TO ID-CLI-COB
            MOVE ZEROS                TO SEQ-COB

            START COBERT KEY IS NOT LESS THAN CHAVE-COB
                INVALID KEY
                   GO TO P010-FIM
            END-START

            PERFORM P011-LE-COBERTURA THRU P011-FIM
                UNTIL WS-EOF-OK OR ACHOU-PRIMARIA
            .
       P010-FIM.
       P011-LE-COBERTURA.

            READ COBERT NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P011-FIM
            END-READ

            IF ID-CLI-COB NOT EQUAL LK-ID-CLI
               SET WS-EOF-OK          TO TRUE
               GO TO P011-FIM
            END-IF

            IF COB-INATIVA
               GO TO P011-FIM
            END-IF

            IF COB-PRIMARIA
               SET ACHOU-PRIMARIA     TO TRUE
               MOVE ID-CONV-COB       TO LK-ID-CONV
               MOVE SEQ-COB           TO LK-SEQ-COB
               GO TO P011-FIM
            END-IF

            IF LK-SEQ-COB EQUAL ZEROS
               MOVE ID-CONV-COB       TO LK-ID-CONV
               MOVE SEQ-COB           TO LK-SEQ-COB
            END-IF
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   SEM COBERTURA CADASTRADA VALE O CONVENIO DO CADASTRO
      *----------------------------------------------------------------
       P020-CONVENIO-CADASTRO.

            OPEN INPUT CLIENTES

            IF NOT WS-FS-CLI-OK
               GO TO P020-FIM
            END-IF

            MOVE LK-ID-CLI            TO ID-CLI

            READ CLIENTES
                NOT INVALID KEY
                   MOVE CONVENIO-CLI  TO LK-ID-CONV
            END-READ

            CLOSE CLIENTES
            .
       P020-FIM.
       END PROGRAM PGMCOBPRI.
