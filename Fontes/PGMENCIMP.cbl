      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: IMPRIMIR A CARTA DE ENCAMINHAMENTO (RELENCAM.LST,
      *          GUARDADA NO SPOOL PELO PGMSPOOL) DE UM ENCAMINHAMENTO
      *          ENVIADO (CPYENCAM): DESTINATARIO E ESPECIALIDADE,
      *          PACIENTE, MOTIVO, CID COM A DESCRICAO DA TABELA,
      *          URGENCIA, DATA E A ASSINATURA DO PROFISSIONAL QUE
      *          ENCAMINHA, COM O PEDIDO DE CONTRARREFERENCIA.
      *          CHAMADO PELO PGMENC01 NO REGISTRO E NA REIMPRESSAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMENCIMP.
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

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PROF.

           SELECT CIDS ASSIGN TO
           WS-PATH-ARQCID
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CODIGO-CID
           FILE STATUS  IS WS-FS-CID.

           SELECT RELENCAM ASSIGN TO
           WS-PATH-RELENCAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CPYCLI.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD CIDS.
           COPY CPYCID.

       FD RELENCAM
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PROF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PROF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PROF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PROF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PROF-EOF
                          WS-FS-OK BY WS-FS-PROF-OK
                          WS-FS BY WS-FS-PROF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CID-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CID-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CID-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CID-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CID-EOF
                          WS-FS-OK BY WS-FS-CID-OK
                          WS-FS BY WS-FS-CID.

       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELENCAM".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(40)  VALUE
             "CARTA DE ENCAMINHAMENTO".

       01 WS-LIN-DESTINO.
          03 FILLER               PIC X(06)  VALUE "A(O): ".
          03 WS-DST-NOME          PIC X(30).

       01 WS-LIN-ESPEC.
          03 FILLER               PIC X(15)  VALUE "ESPECIALIDADE: ".
          03 WS-ESP-DESC          PIC X(20).

       01 WS-LIN-PACIENTE.
          03 FILLER               PIC X(25)  VALUE
             "ENCAMINHO O(A) PACIENTE: ".
          03 WS-PAC-NOME          PIC X(20).

       01 WS-LIN-DOCUMENTO.
          03 FILLER               PIC X(05)  VALUE "CPF: ".
          03 WS-DOC-CPF           PIC 9(11).
          03 FILLER               PIC X(14)  VALUE "  NASCIMENTO: ".
          03 WS-DOC-NASC          PIC 9(08).

       01 WS-LIN-MOTIVO.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-MOT-TEXTO         PIC X(60).

       01 WS-LIN-CID.
          03 FILLER               PIC X(29)  VALUE
             "HIPOTESE DIAGNOSTICA (CID): ".
          03 WS-CID-COD           PIC X(05).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CID-DESC          PIC X(40).

       01 WS-LIN-URGENCIA.
          03 FILLER               PIC X(10)  VALUE "URGENCIA: ".
          03 WS-URG-DESC          PIC X(12).

       01 WS-LIN-DATA.
          03 FILLER               PIC X(06)  VALUE "DATA: ".
          03 WS-DAT-DATA          PIC 9(08).

       01 WS-LIN-ASSINATURA.
          03 WS-ASS-NOME          PIC X(20).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-ASS-ESPEC         PIC X(20).

       01 WS-LIN-REFERENCIA.
          03 FILLER               PIC X(15)  VALUE "ENCAMINHAMENTO ".
          03 WS-REF-CLI           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-REF-SEQ           PIC 9(03).
           COPY CPYPATHS.

       LINKAGE SECTION.
           COPY CPYENCAM.

       PROCEDURE DIVISION USING REG-ENCAM.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN OUTPUT RELENCAM

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO ABRIR A CARTA DE ENCAMINHAMENTO: " WS-FS
               CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
               DISPLAY WS-FS-MSG
               GOBACK
            END-IF

            PERFORM P005-LE-CADASTROS THRU P005-FIM

            PERFORM P010-CARTA THRU P010-FIM

            CLOSE RELENCAM

            CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELENCAM,
                                  WS-SPOOL-PARMS

            DISPLAY "CARTA DE ENCAMINHAMENTO IMPRESSA."

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

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCID_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCID
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELENCAM_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-RELENCAM
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   PACIENTE, PROFISSIONAL QUE ASSINA E DESCRICAO DO CID; O QUE
      *   NAO FOR ACHADO SAI EM BRANCO NA CARTA
      *----------------------------------------------------------------
       P005-LE-CADASTROS.

            MOVE SPACES               TO WS-PAC-NOME
                                         WS-ASS-NOME
                                         WS-ASS-ESPEC
                                         WS-CID-DESC
            MOVE ZEROS                TO WS-DOC-CPF
                                         WS-DOC-NASC

            OPEN INPUT CLIENTES
            IF WS-FS-CLI-OK
               MOVE ID-CLI-ENC        TO ID-CLI
               READ CLIENTES
                   NOT INVALID KEY
                      MOVE NM-CLI     TO WS-PAC-NOME
                      MOVE CPF-CLI    TO WS-DOC-CPF
                      MOVE DT-NASC-CLI TO WS-DOC-NASC
               END-READ
               CLOSE CLIENTES
            END-IF

            OPEN INPUT PROFISSIONAIS
            IF WS-FS-PROF-OK
               MOVE ID-PROF-ENC       TO ID-PROF
               READ PROFISSIONAIS
                   NOT INVALID KEY
                      MOVE NM-PROF    TO WS-ASS-NOME
                      MOVE ESPECIALIDADE-PROF TO WS-ASS-ESPEC
               END-READ
               CLOSE PROFISSIONAIS
            END-IF

            IF CID-ENC NOT EQUAL SPACES
               OPEN INPUT CIDS
               IF WS-FS-CID-OK
                  MOVE CID-ENC        TO CODIGO-CID
                  READ CIDS
                      NOT INVALID KEY
                         MOVE DESC-CID TO WS-CID-DESC
                  END-READ
                  CLOSE CIDS
               END-IF
            END-IF
            .
       P005-FIM.
       P010-CARTA.

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-01            TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE NM-EXT-ENC           TO WS-DST-NOME
            MOVE SPACES               TO REL-LINHA
            MOVE WS-LIN-DESTINO       TO REL-LINHA
            WRITE REL-LINHA

            IF ESPEC-ENC NOT EQUAL SPACES
               MOVE ESPEC-ENC         TO WS-ESP-DESC
               MOVE SPACES            TO REL-LINHA
               MOVE WS-LIN-ESPEC      TO REL-LINHA
               WRITE REL-LINHA
            END-IF

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-LIN-PACIENTE      TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-LIN-DOCUMENTO     TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE "PARA AVALIACAO E CONDUTA, PELO MOTIVO:" TO REL-LINHA
            WRITE REL-LINHA

            MOVE MOTIVO-ENC           TO WS-MOT-TEXTO
            MOVE SPACES               TO REL-LINHA
            MOVE WS-LIN-MOTIVO        TO REL-LINHA
            WRITE REL-LINHA

            IF CID-ENC NOT EQUAL SPACES
               MOVE CID-ENC           TO WS-CID-COD
               MOVE SPACES            TO REL-LINHA
               MOVE WS-LIN-CID        TO REL-LINHA
               WRITE REL-LINHA
            END-IF

            EVALUATE TRUE
                WHEN ENC-URGENTE
                   MOVE "URGENTE"     TO WS-URG-DESC
                WHEN ENC-PRIORITARIO
                   MOVE "PRIORITARIO" TO WS-URG-DESC
                WHEN OTHER
                   MOVE "ELETIVO"     TO WS-URG-DESC
            END-EVALUATE
            MOVE SPACES               TO REL-LINHA
            MOVE WS-LIN-URGENCIA      TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE "SOLICITO A GENTILEZA DA CONTRARREFERENCIA A ESTE "
                                      TO REL-LINHA
            WRITE REL-LINHA
            MOVE "SERVICO, COM O RESULTADO DA AVALIACAO E A CONDUTA."
                                      TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE DATA-ENC             TO WS-DAT-DATA
            MOVE SPACES               TO REL-LINHA
            MOVE WS-LIN-DATA          TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA
            WRITE REL-LINHA

            MOVE "________________________________________"
                                      TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-LIN-ASSINATURA    TO REL-LINHA
            WRITE REL-LINHA

            MOVE ID-CLI-ENC           TO WS-REF-CLI
            MOVE SEQ-ENC              TO WS-REF-SEQ
            MOVE SPACES               TO REL-LINHA
            MOVE WS-LIN-REFERENCIA    TO REL-LINHA
            WRITE REL-LINHA
            .
       P010-FIM.
       END PROGRAM PGMENCIMP.
