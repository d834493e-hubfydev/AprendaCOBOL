      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LISTAR TODO DIA AS MANIFESTACOES DE OUVIDORIA AINDA
      *          ABERTAS OU EM ANDAMENTO (ARQOUVID) CUJO PRAZO DE
      *          RESPOSTA JA PASSOU, COM OS DIAS DE ATRASO, O
      *          PACIENTE, A CATEGORIA E O RESPONSAVEL, EM
      *          RELOUVATR.LST. SEM MANIFESTACAO REGISTRADA O DIA
      *          TERMINA BEM. RODA NA ROTINA NOTURNA (PGMNOITE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMOUVATR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUVIDORIA ASSIGN TO
           WS-PATH-ARQOUVID
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-OUV
           FILE STATUS  IS WS-FS.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT RELOUVATR ASSIGN TO
           WS-PATH-RELOUVATR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD OUVIDORIA.
           COPY CPYOUVID.

       FD CLIENTES.
           COPY CPYCLI.

       FD RELOUVATR
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-HOJE                 PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS-ATRASO          PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-PENDENTES        PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-ATRASADAS        PIC 9(06)  VALUE ZEROS.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "OUVATR".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "OUVIDORIA - MANIFESTACOES FORA DO PRAZO".

       01 WS-CAB-02.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(34)  VALUE
             "ABERTAS OU EM ANDAMENTO - EM ".
          03 WS-CAB-HOJE          PIC 9(08).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "MANIFEST. ABERTURA PACIENTE             ".
          03 FILLER               PIC X(40)  VALUE
             "     CATEGORIA    FIL PRAZO     ATRASO R".
          03 FILLER               PIC X(40)  VALUE
             "ESPONSAVEL SITUACAO".

       01 WS-DETALHE.
          03 WS-DET-ID            PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ABERT         PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ID-CLI        PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CLI        PIC X(20).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CATEG         PIC X(12).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-FILIAL        PIC Z9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-PRAZO         PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ATRASO        PIC ZZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-RESP          PIC X(10).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(12).

       01 WS-DET-DESC.
          03 FILLER               PIC X(19)  VALUE SPACES.
          03 WS-DSC-DESCR         PIC X(60).

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "MANIFESTACOES PENDENTES LIDAS.....: ".
          03 WS-ROD-PENDENTES     PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "FORA DO PRAZO.....................: ".
          03 WS-ROD-ATRASADAS     PIC ZZZ.ZZ9.

       01 WS-RODAPE-VAZIO.
          03 FILLER               PIC X(50)  VALUE
             "NENHUMA MANIFESTACAO FORA DO PRAZO.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELOUVATR".
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
           PERFORM P020-LER-MANIFESTACAO
           PERFORM P030-SELECIONA THRU P030-ENCERRA UNTIL WS-FS-EOF
           PERFORM P060-RODAPES
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELOUVATR,
                                 WS-SPOOL-PARMS

           DISPLAY "MANIFESTACOES PENDENTES...: " WS-QTD-PENDENTES
           DISPLAY "FORA DO PRAZO.............: " WS-QTD-ATRASADAS

           PERFORM P080-FINALIZA-EXECUCAO

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQOUVID_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQOUVID
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELOUVATR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELOUVATR
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
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM ARQOUVID AINDA NAO HOUVE NENHUMA MANIFESTACAO: O DIA
      *   TERMINA BEM, SEM RELATORIO
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN INPUT OUVIDORIA

           IF WS-FS-NAO-EXISTE
              DISPLAY "NENHUMA MANIFESTACAO DE OUVIDORIA REGISTRADA."
              PERFORM P080-FINALIZA-EXECUCAO
              GOBACK
           END-IF

           OPEN INPUT  CLIENTES
           OPEN OUTPUT RELOUVATR

           IF NOT WS-FS-OK OR NOT WS-FS-CLI-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA OUVIDORIA."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P015-CABECALHOS.
      *----------------------------------------------------------------
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
       P020-LER-MANIFESTACAO.
      *----------------------------------------------------------------
           READ OUVIDORIA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO ENTRA A PENDENTE CUJO PRAZO VENCEU ANTES DE HOJE
      *----------------------------------------------------------------
       P030-SELECIONA.
      *----------------------------------------------------------------
           IF NOT OUV-PENDENTE
              GO TO P030-PROXIMO
           END-IF

           ADD 1                      TO WS-QTD-PENDENTES
                                         WS-RUN-LIDOS

           IF PRAZO-OUV NOT LESS WS-HOJE
              GO TO P030-PROXIMO
           END-IF

           ADD 1                      TO WS-QTD-ATRASADAS
                                         WS-RUN-GRAVADOS

           MOVE ZEROS                 TO WS-DIAS-ATRASO
           CALL "PGMDIADIF" USING PRAZO-OUV, WS-HOJE, WS-DIAS-ATRASO

           MOVE ID-CLI-OUV            TO ID-CLI
           READ CLIENTES
               INVALID KEY
                  MOVE "NAO CADASTRADO" TO NM-CLI
           END-READ

           PERFORM P050-IMPRIME
           .
       P030-PROXIMO.

           PERFORM P020-LER-MANIFESTACAO
           .
       P030-ENCERRA.
           EXIT.
      *----------------------------------------------------------------
       P050-IMPRIME.
      *----------------------------------------------------------------
           MOVE ID-OUV                TO WS-DET-ID
           MOVE DATA-ABERT-OUV        TO WS-DET-ABERT
           MOVE ID-CLI-OUV            TO WS-DET-ID-CLI
           MOVE NM-CLI                TO WS-DET-NM-CLI

           EVALUATE TRUE
               WHEN OUV-ATENDIMENTO
                  MOVE "ATENDIMENTO"  TO WS-DET-CATEG
               WHEN OUV-ATRASO
                  MOVE "ATRASO"       TO WS-DET-CATEG
               WHEN OUV-FATURAMENTO
                  MOVE "FATURAMENTO"  TO WS-DET-CATEG
               WHEN OUV-CLINICA
                  MOVE "CLINICA"      TO WS-DET-CATEG
               WHEN OTHER
                  MOVE "?"            TO WS-DET-CATEG
           END-EVALUATE

           MOVE FILIAL-OUV            TO WS-DET-FILIAL
           MOVE PRAZO-OUV             TO WS-DET-PRAZO
           MOVE WS-DIAS-ATRASO        TO WS-DET-ATRASO

           IF RESP-OUV EQUAL SPACES
              MOVE "A DEFINIR"        TO WS-DET-RESP
           ELSE
              MOVE RESP-OUV           TO WS-DET-RESP
           END-IF

           IF OUV-ABERTA
              MOVE "ABERTA"           TO WS-DET-SITUACAO
           ELSE
              MOVE "EM ANDAMENTO"     TO WS-DET-SITUACAO
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           MOVE DESCR-OUV             TO WS-DSC-DESCR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET-DESC           TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-RODAPES.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-ATRASADAS EQUAL ZEROS
              MOVE WS-RODAPE-VAZIO    TO REL-LINHA
              WRITE REL-LINHA
              MOVE SPACES             TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE WS-QTD-PENDENTES      TO WS-ROD-PENDENTES
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-ATRASADAS      TO WS-ROD-ATRASADAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE OUVIDORIA
           CLOSE CLIENTES
           CLOSE RELOUVATR
           .
      *----------------------------------------------------------------
      *   FECHA O REGISTRO NO CONTROLE DE EXECUCOES, QUE A ROTINA
      *   NOTURNA CONFERE PARA SEGUIR AO PASSO SEGUINTE
      *----------------------------------------------------------------
       P080-FINALIZA-EXECUCAO.
      *----------------------------------------------------------------
           MOVE 'F'                   TO WS-RUN-ACAO
           MOVE '2'                   TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           .
       END PROGRAM PGMOUVATR.
