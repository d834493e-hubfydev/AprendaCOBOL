      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: EXPORTAR AS NOTIFICACOES COMPULSORIAS PENDENTES
      *          (ARQNOTIF, GERADAS PELO PGMPRONT01) NO LEIAUTE ACEITO
      *          PELA VIGILANCIA EPIDEMIOLOGICA DO MUNICIPIO
      *          (NOTIFICA.TXT: CABECALHO, UMA LINHA POR NOTIFICACAO E
      *          TRAILER COM A QUANTIDADE, CAMPOS SEPARADOS POR ';').
      *          CADA NOTIFICACAO EXPORTADA PASSA A ENVIADA, COM A
      *          DATA DO ENVIO. O RELATORIO DE CONTROLE RELNOTIF.LST
      *          MOSTRA AS QUE FICARAM SEM ENVIAR (PACIENTE FORA DO
      *          CADASTRO) E AS ENVIADAS DEPOIS DO PRAZO. RODA TODO
      *          DIA NA ROTINA NOTURNA (PGMNOITE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNTFEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICA ASSIGN TO
           WS-PATH-ARQNOTIF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-NOTIF
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

           SELECT CIDS ASSIGN TO
           WS-PATH-ARQCID
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CODIGO-CID
           FILE STATUS  IS WS-FS-CID.

           SELECT ARQNTFEXP ASSIGN TO
           WS-PATH-ARQNTFEXP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EXP.

           SELECT RELNOTIF ASSIGN TO
           WS-PATH-RELNOTIF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD NOTIFICA.
           COPY CPYNOTIF.

       FD CLIENTES.
           COPY CPYCLI.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD CIDS.
           COPY CPYCID.

       FD ARQNTFEXP
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01 EXP-LINHA               PIC X(200).

       FD RELNOTIF
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CID-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CID-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CID-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CID-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CID-EOF
                          WS-FS-OK BY WS-FS-CID-OK
                          WS-FS BY WS-FS-CID.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EXP-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EXP-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EXP-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EXP-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EXP-EOF
                          WS-FS-OK BY WS-FS-EXP-OK
                          WS-FS BY WS-FS-EXP.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

      *   DADOS FIXOS DA UNIDADE NOTIFICADORA
       77 WS-UNID-CNES            PIC 9(07)  VALUE 1234567.
       77 WS-UNID-NOME            PIC X(40)  VALUE
          "CLINICA APRENDA COBOL LTDA".

       77 WS-HOJE                 PIC 9(08)  VALUE ZEROS.
       77 WS-HORA                 PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS-ATRASO          PIC 9(05)  VALUE ZEROS.
       77 WS-CID-DISP             PIC X(01)  VALUE 'N'.
          88 CIDS-DISPONIVEIS     VALUE 'S'.
       77 WS-SITUACAO             PIC X(40)  VALUE SPACES.
       77 WS-QTD-PENDENTES        PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-EXPORTADAS       PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-NAO-ENVIADAS     PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-ATRASADAS        PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-IMEDIATAS        PIC 9(06)  VALUE ZEROS.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "NTFEXP".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

      *   LEIAUTE DA VIGILANCIA: CAMPOS SEPARADOS POR ';'
       01 WS-REG-CAB.
          03 FILLER               PIC X(09)  VALUE "NOTIFCAB;".
          03 WS-EXC-CNES          PIC 9(07).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXC-NOME          PIC X(40).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXC-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXC-HORA          PIC 9(06).

       01 WS-REG-NTF.
          03 FILLER               PIC X(06)  VALUE "NOTIF;".
          03 WS-EXN-CID           PIC X(05).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-URGENCIA      PIC X(01).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-DATA-ATEND    PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-DATA-NOTIF    PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-NOME          PIC X(20).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-CPF           PIC 9(11).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-DT-NASC       PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-GESTANTE      PIC X(01).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-ENDER         PIC X(40).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-DDD           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-TEL           PIC 9(09).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-NM-PROF       PIC X(20).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-CBO           PIC X(06).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-EXN-CNES          PIC 9(07).

       01 WS-REG-FIM.
          03 FILLER               PIC X(09)  VALUE "NOTIFFIM;".
          03 WS-EXF-QTD           PIC 9(06).

      *   RELATORIO DE CONTROLE
       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "CONTROLE DAS NOTIFICACOES COMPULSORIAS".

       01 WS-CAB-02.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(45)  VALUE
             "NAO ENVIADAS OU ENVIADAS FORA DO PRAZO - EM ".
          03 WS-CAB-HOJE          PIC 9(08).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "PACIENTE                   ATENDIM.  CID".
          03 FILLER               PIC X(40)  VALUE
             "   URG PRAZO     ATRASO PROFISSIONAL   ".
          03 FILLER               PIC X(40)  VALUE
             "       SITUACAO".

       01 WS-DETALHE.
          03 WS-DET-ID-CLI        PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CLI        PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-CID           PIC X(05).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-URGENCIA      PIC X(03).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-LIMITE        PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ATRASO        PIC ZZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-PROF          PIC X(20).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(40).

       01 WS-DET-DESC.
          03 FILLER               PIC X(37)  VALUE SPACES.
          03 WS-DSC-CID           PIC X(40).

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "NOTIFICACOES PENDENTES LIDAS......: ".
          03 WS-ROD-PENDENTES     PIC ZZZ.ZZ9.
          03 FILLER               PIC X(16)  VALUE
             "  IMEDIATAS: ".
          03 WS-ROD-IMEDIATAS     PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "EXPORTADAS PARA A VIGILANCIA......: ".
          03 WS-ROD-EXPORTADAS    PIC ZZZ.ZZ9.
          03 FILLER               PIC X(16)  VALUE
             "  COM ATRASO: ".
          03 WS-ROD-ATRASADAS     PIC ZZZ.ZZ9.

       01 WS-RODAPE-03.
          03 FILLER               PIC X(36)  VALUE
             "NAO ENVIADAS (CORRIGIR CADASTRO)..: ".
          03 WS-ROD-NAO-ENVIADAS  PIC ZZZ.ZZ9.

       01 WS-RODAPE-VAZIO.
          03 FILLER               PIC X(50)  VALUE
             "NENHUMA NOTIFICACAO FORA DO PRAZO OU SEM ENVIO.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELNOTIF".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                   TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P015-CABECALHOS
           PERFORM P020-LER-NOTIFICACAO
           PERFORM P030-SELECIONA THRU P030-ENCERRA UNTIL WS-FS-EOF
           PERFORM P060-RODAPES
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELNOTIF,
                                 WS-SPOOL-PARMS

           DISPLAY "NOTIFICACOES EXPORTADAS...: " WS-QTD-EXPORTADAS
           DISPLAY "NOTIFICACOES NAO ENVIADAS.: " WS-QTD-NAO-ENVIADAS

           PERFORM P080-FINALIZA-EXECUCAO

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQNOTIF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQNOTIF
           END-IF

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

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQNTFEXP_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQNTFEXP
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELNOTIF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELNOTIF
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
           IF NOT WS-FS-CLI-OK
              CALL "PGMFSMSG" USING WS-FS-CLI, WS-FS-CLI-MSG
              DISPLAY WS-FS-CLI-MSG
           END-IF
           IF NOT WS-FS-PRF-OK
              CALL "PGMFSMSG" USING WS-FS-PRF, WS-FS-PRF-MSG
              DISPLAY WS-FS-PRF-MSG
           END-IF
           IF NOT WS-FS-EXP-OK
              CALL "PGMFSMSG" USING WS-FS-EXP, WS-FS-EXP-MSG
              DISPLAY WS-FS-EXP-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM ARQNOTIF AINDA NAO HOUVE NENHUMA NOTIFICACAO: O DIA
      *   TERMINA BEM, SEM ARQUIVO PARA A VIGILANCIA. A TABELA DE
      *   DIAGNOSTICOS SO DA A DESCRICAO NO RELATORIO
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA FROM TIME

           OPEN I-O NOTIFICA

           IF WS-FS-NAO-EXISTE
              DISPLAY "NENHUMA NOTIFICACAO COMPULSORIA REGISTRADA."
              PERFORM P080-FINALIZA-EXECUCAO
              GOBACK
           END-IF

           OPEN INPUT  CLIENTES
           OPEN INPUT  PROFISSIONAIS
           OPEN OUTPUT ARQNTFEXP
           OPEN OUTPUT RELNOTIF

           IF NOT WS-FS-OK OR NOT WS-FS-CLI-OK OR NOT WS-FS-PRF-OK
                          OR NOT WS-FS-EXP-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA NOTIFICACAO "
                      "COMPULSORIA."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT CIDS

           IF WS-FS-CID-OK
              SET CIDS-DISPONIVEIS    TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
       P015-CABECALHOS.
      *----------------------------------------------------------------
           MOVE WS-UNID-CNES          TO WS-EXC-CNES
           MOVE WS-UNID-NOME          TO WS-EXC-NOME
           MOVE WS-HOJE               TO WS-EXC-DATA
           MOVE WS-HORA(1:6)          TO WS-EXC-HORA
           MOVE SPACES                TO EXP-LINHA
           MOVE WS-REG-CAB            TO EXP-LINHA
           WRITE EXP-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

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
       P020-LER-NOTIFICACAO.
      *----------------------------------------------------------------
           READ NOTIFICA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO A PENDENTE VAI PARA A VIGILANCIA; SEM O PACIENTE NO
      *   CADASTRO NAO HA COMO NOTIFICAR, E ELA FICA PENDENTE NO
      *   RELATORIO ATE O CADASTRO SER CORRIGIDO
      *----------------------------------------------------------------
       P030-SELECIONA.
      *----------------------------------------------------------------
           IF NOT NTF-PENDENTE
              GO TO P030-PROXIMO
           END-IF

           ADD 1                      TO WS-QTD-PENDENTES
                                         WS-RUN-LIDOS
           IF NTF-IMEDIATA
              ADD 1                   TO WS-QTD-IMEDIATAS
           END-IF

           MOVE ID-PROF-NTF           TO ID-PROF
           READ PROFISSIONAIS
               INVALID KEY
                  MOVE "NAO CADASTRADO" TO NM-PROF
                  MOVE SPACES         TO CBO-PROF
           END-READ

           MOVE ZEROS                 TO WS-DIAS-ATRASO
           IF WS-HOJE GREATER DATA-LIMITE-NTF
              CALL "PGMDIADIF" USING DATA-LIMITE-NTF, WS-HOJE,
                                     WS-DIAS-ATRASO
           END-IF

           MOVE ID-CLI-NTF            TO ID-CLI
           READ CLIENTES
               INVALID KEY
                  MOVE "NAO CADASTRADO" TO NM-CLI
                  MOVE "NAO ENVIADA - PACIENTE FORA DO CADASTRO"
                                      TO WS-SITUACAO
                  ADD 1               TO WS-QTD-NAO-ENVIADAS
                  PERFORM P050-IMPRIME
                  GO TO P030-PROXIMO
           END-READ

           PERFORM P040-EXPORTA

           IF WS-DIAS-ATRASO GREATER ZEROS
              MOVE "ENVIADA HOJE, FORA DO PRAZO"
                                      TO WS-SITUACAO
              ADD 1                   TO WS-QTD-ATRASADAS
              PERFORM P050-IMPRIME
           END-IF
           .
       P030-PROXIMO.

           PERFORM P020-LER-NOTIFICACAO
           .
       P030-ENCERRA.
           EXIT.
      *----------------------------------------------------------------
      *   GRAVA A LINHA DA VIGILANCIA E MARCA A NOTIFICACAO COMO
      *   ENVIADA
      *----------------------------------------------------------------
       P040-EXPORTA.
      *----------------------------------------------------------------
           MOVE CID-NTF               TO WS-EXN-CID
           MOVE URGENCIA-NTF          TO WS-EXN-URGENCIA
           MOVE DATA-NTF              TO WS-EXN-DATA-ATEND
           MOVE DATA-GER-NTF          TO WS-EXN-DATA-NOTIF
           MOVE NM-CLI                TO WS-EXN-NOME
           MOVE CPF-CLI               TO WS-EXN-CPF
           MOVE DT-NASC-CLI           TO WS-EXN-DT-NASC
           MOVE GESTANTE-CLI          TO WS-EXN-GESTANTE
           MOVE ENDER-CLI             TO WS-EXN-ENDER
           MOVE DDD-CLI               TO WS-EXN-DDD
           MOVE TEL-CLI               TO WS-EXN-TEL
           MOVE NM-PROF               TO WS-EXN-NM-PROF
           MOVE CBO-PROF              TO WS-EXN-CBO
           MOVE WS-UNID-CNES          TO WS-EXN-CNES

           MOVE SPACES                TO EXP-LINHA
           MOVE WS-REG-NTF            TO EXP-LINHA
           WRITE EXP-LINHA

           MOVE 'E'                   TO SITUACAO-NTF
           MOVE WS-HOJE               TO DATA-ENVIO-NTF
           REWRITE REG-NOTIF

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO MARCAR COMO ENVIADA A NOTIFICACAO DO "
                      "CLIENTE " ID-CLI-NTF " CID " CID-NTF
              PERFORM P002-EXIBE-ERRO-FS
           END-IF

           ADD 1                      TO WS-QTD-EXPORTADAS
           .
      *----------------------------------------------------------------
       P050-IMPRIME.
      *----------------------------------------------------------------
           MOVE ID-CLI-NTF            TO WS-DET-ID-CLI
           MOVE NM-CLI                TO WS-DET-NM-CLI
           MOVE DATA-NTF              TO WS-DET-DATA
           MOVE CID-NTF               TO WS-DET-CID
           IF NTF-IMEDIATA
              MOVE "IME"              TO WS-DET-URGENCIA
           ELSE
              MOVE "SEM"              TO WS-DET-URGENCIA
           END-IF
           MOVE DATA-LIMITE-NTF       TO WS-DET-LIMITE
           MOVE WS-DIAS-ATRASO        TO WS-DET-ATRASO
           MOVE NM-PROF               TO WS-DET-PROF
           MOVE WS-SITUACAO           TO WS-DET-SITUACAO

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           IF CIDS-DISPONIVEIS
              MOVE CID-NTF            TO CODIGO-CID
              READ CIDS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE DESC-CID    TO WS-DSC-CID
                     MOVE SPACES      TO REL-LINHA
                     MOVE WS-DET-DESC TO REL-LINHA
                     WRITE REL-LINHA
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
       P060-RODAPES.
      *----------------------------------------------------------------
           MOVE WS-QTD-EXPORTADAS     TO WS-EXF-QTD
           MOVE SPACES                TO EXP-LINHA
           MOVE WS-REG-FIM            TO EXP-LINHA
           WRITE EXP-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-NAO-ENVIADAS EQUAL ZEROS
              AND WS-QTD-ATRASADAS EQUAL ZEROS
              MOVE WS-RODAPE-VAZIO    TO REL-LINHA
              WRITE REL-LINHA
              MOVE SPACES             TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE WS-QTD-PENDENTES      TO WS-ROD-PENDENTES
           MOVE WS-QTD-IMEDIATAS      TO WS-ROD-IMEDIATAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-EXPORTADAS     TO WS-ROD-EXPORTADAS
           MOVE WS-QTD-ATRASADAS      TO WS-ROD-ATRASADAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-NAO-ENVIADAS   TO WS-ROD-NAO-ENVIADAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-03          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE NOTIFICA
           CLOSE CLIENTES
           CLOSE PROFISSIONAIS
           CLOSE ARQNTFEXP
           CLOSE RELNOTIF

           IF CIDS-DISPONIVEIS
              CLOSE CIDS
           END-IF
           .
      *----------------------------------------------------------------
      *   FECHA O REGISTRO NO CONTROLE DE EXECUCOES, QUE A ROTINA
      *   NOTURNA CONFERE PARA SEGUIR AO PASSO SEGUINTE
      *----------------------------------------------------------------
       P080-FINALIZA-EXECUCAO.
      *----------------------------------------------------------------
           MOVE 'F'                   TO WS-RUN-ACAO
           MOVE WS-QTD-EXPORTADAS     TO WS-RUN-GRAVADOS
           MOVE '2'                   TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           .
       END PROGRAM PGMNTFEXP.
