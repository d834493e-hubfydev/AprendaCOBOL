      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: ENCAMINHAMENTOS SEM CONTRARREFERENCIA (RELENCAB.LST):
      *          LISTA OS PACIENTES ENCAMINHADOS PARA FORA (ARQENCAM)
      *          CUJO ENCAMINHAMENTO CONTINUA EM ABERTO HA MAIS DE N
      *          DIAS, COM O TELEFONE DO PACIENTE PARA A COBRANCA DO
      *          RETORNO, O DESTINO, A URGENCIA E O PROFISSIONAL QUE
      *          ENCAMINHOU. O N VEM DO PARAMETRO ENCDIAS (PGMPARAM)
      *          OU E PERGUNTADO AO OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMENCREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCAMINHA ASSIGN TO
           WS-PATH-ARQENCAM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-ENCAM
           FILE STATUS  IS WS-FS.

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
           FILE STATUS  IS WS-FS-PRF.

           SELECT RELENCAB ASSIGN TO
           WS-PATH-RELENCAB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ENCAMINHA.
           COPY CPYENCAM.

       FD CLIENTES.
           COPY CPYCLI.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD RELENCAB
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRF-EOF
                          WS-FS-OK BY WS-FS-PRF-OK
                          WS-FS BY WS-FS-PRF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-PAR-CHAVE            PIC X(12)  VALUE SPACES.
       77 WS-PAR-ACHOU            PIC X(01)  VALUE 'N'.
       77 WS-PAR-TIPO             PIC X(01)  VALUE SPACES.
       77 WS-PAR-NUM              PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA             PIC 9(08)  VALUE ZEROS.
       77 WS-PAR-FLAG             PIC X(01)  VALUE 'N'.
       77 WS-DIAS-MINIMO          PIC 9(03)  VALUE ZEROS.
       77 WS-DIAS                 PIC 9(05)  VALUE ZEROS.
       77 WS-HOJE                 PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-ABERTOS          PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-LISTADOS         PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-URGENTES         PIC 9(06)  VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "ENCAMINHAMENTOS SEM CONTRARREFERENCIA".

       01 WS-CAB-02.
          03 FILLER               PIC X(18)  VALUE
             "EM ABERTO HA MAIS ".
          03 FILLER               PIC X(03)  VALUE "DE ".
          03 WS-CAB-DIAS          PIC ZZ9.
          03 FILLER               PIC X(17)  VALUE " DIAS  EMISSAO: ".
          03 WS-CAB-HOJE          PIC 9(08).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "PACIENTE                   TELEFONE    ".
          03 FILLER               PIC X(40)  VALUE
             " SEQ DATA      DIAS  DESTINO           ".
          03 FILLER               PIC X(40)  VALUE
             "              URGENCIA    PROFISSIONAL".

       01 WS-DETALHE.
          03 WS-DET-ID-CLI        PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CLI        PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DDD           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-TEL           PIC 9(09).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-SEQ           PIC 9(03).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DIAS          PIC ZZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DESTINO       PIC X(30).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-URGENCIA      PIC X(12).
          03 WS-DET-PROF          PIC X(20).

       01 WS-DET-ESPEC.
          03 FILLER               PIC X(59)  VALUE SPACES.
          03 FILLER               PIC X(15)  VALUE "ESPECIALIDADE: ".
          03 WS-ESP-DESC          PIC X(20).

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "ENCAMINHAMENTOS ENVIADOS EM ABERTO:".
          03 WS-ROD-ABERTOS       PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "SEM CONTRARREFERENCIA NO PRAZO:".
          03 WS-ROD-LISTADOS      PIC ZZZ.ZZ9.

       01 WS-RODAPE-03.
          03 FILLER               PIC X(36)  VALUE
             "  DOS QUAIS URGENTES:".
          03 WS-ROD-URGENTES      PIC ZZZ.ZZ9.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P015-CABECALHO
           PERFORM P020-LER-ENCAMINHAMENTO
           PERFORM P030-SELECIONA THRU P030-ENCERRA UNTIL WS-FS-EOF
           PERFORM P060-RODAPE
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "ENCAMINHAMENTOS SEM CONTRARREFERENCIA: "
                   WS-QTD-LISTADOS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQENCAM_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQENCAM
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELENCAB_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELENCAB
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           IF NOT WS-FS-OK AND NOT WS-FS-EOF
              CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
              DISPLAY WS-FS-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           MOVE "ENCDIAS"          TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG

           IF WS-PAR-ACHOU EQUAL 'S'
              MOVE WS-PAR-NUM        TO WS-DIAS-MINIMO
              DISPLAY "PRAZO DA CONTRARREFERENCIA EM DIAS "
                      "(PARAMETRO): " WS-DIAS-MINIMO
           ELSE
              DISPLAY "LISTAR ENCAMINHADOS SEM RETORNO HA MAIS DE "
                      "QUANTOS DIAS? "
              ACCEPT WS-DIAS-MINIMO
           END-IF

           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN INPUT  ENCAMINHA
           OPEN INPUT  CLIENTES
           OPEN INPUT  PROFISSIONAIS
           OPEN OUTPUT RELENCAB

           IF NOT WS-FS-OK OR NOT WS-FS-CLI-OK OR NOT WS-FS-PRF-OK
                          OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO RELATORIO DE "
                      "ENCAMINHAMENTOS."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P015-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DIAS-MINIMO        TO WS-CAB-DIAS
           MOVE WS-HOJE               TO WS-CAB-HOJE
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P020-LER-ENCAMINHAMENTO.
      *----------------------------------------------------------------
           READ ENCAMINHA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO O ENVIADO EM ABERTO HA MAIS DIAS QUE O PRAZO
      *----------------------------------------------------------------
       P030-SELECIONA.
      *----------------------------------------------------------------
           IF NOT ENC-ENVIADO OR NOT ENC-ABERTO
              GO TO P030-PROXIMO
           END-IF

           ADD 1                      TO WS-QTD-ABERTOS

           MOVE ZEROS                 TO WS-DIAS
           IF DATA-ENC GREATER ZEROS
              CALL "PGMDIADIF" USING DATA-ENC, WS-HOJE, WS-DIAS
           END-IF

           IF WS-DIAS NOT GREATER WS-DIAS-MINIMO
              GO TO P030-PROXIMO
           END-IF

           PERFORM P040-IMPRIME
           .
       P030-PROXIMO.

           PERFORM P020-LER-ENCAMINHAMENTO
           .
       P030-ENCERRA.
           EXIT.
      *----------------------------------------------------------------
       P040-IMPRIME.
      *----------------------------------------------------------------
           MOVE ID-CLI-ENC            TO ID-CLI
           READ CLIENTES
               INVALID KEY
                  MOVE "NAO CADASTRADO" TO NM-CLI
                  MOVE ZEROS          TO DDD-CLI
                                         TEL-CLI
           END-READ

           MOVE ID-PROF-ENC           TO ID-PROF
           READ PROFISSIONAIS
               INVALID KEY
                  MOVE "NAO CADASTRADO" TO NM-PROF
           END-READ

           EVALUATE TRUE
               WHEN ENC-URGENTE
                  MOVE "URGENTE"      TO WS-DET-URGENCIA
                  ADD 1               TO WS-QTD-URGENTES
               WHEN ENC-PRIORITARIO
                  MOVE "PRIORITARIO"  TO WS-DET-URGENCIA
               WHEN OTHER
                  MOVE "ELETIVO"      TO WS-DET-URGENCIA
           END-EVALUATE

           MOVE ID-CLI-ENC            TO WS-DET-ID-CLI
           MOVE NM-CLI                TO WS-DET-NM-CLI
           MOVE DDD-CLI               TO WS-DET-DDD
           MOVE TEL-CLI               TO WS-DET-TEL
           MOVE SEQ-ENC               TO WS-DET-SEQ
           MOVE DATA-ENC              TO WS-DET-DATA
           MOVE WS-DIAS               TO WS-DET-DIAS
           MOVE NM-EXT-ENC            TO WS-DET-DESTINO
           MOVE NM-PROF               TO WS-DET-PROF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           IF ESPEC-ENC NOT EQUAL SPACES
              MOVE ESPEC-ENC          TO WS-ESP-DESC
              MOVE SPACES             TO REL-LINHA
              MOVE WS-DET-ESPEC       TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           ADD 1                      TO WS-QTD-LISTADOS
           .
      *----------------------------------------------------------------
       P060-RODAPE.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-ABERTOS        TO WS-ROD-ABERTOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-LISTADOS       TO WS-ROD-LISTADOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-URGENTES       TO WS-ROD-URGENTES
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-03          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE ENCAMINHA
           CLOSE CLIENTES
           CLOSE PROFISSIONAIS
           CLOSE RELENCAB
           .
       END PROGRAM PGMENCREL.
