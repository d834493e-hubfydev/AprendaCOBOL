      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO DO IMOBILIZADO: PARA CADA EQUIPAMENTO DO
      *          CADASTRO (ARQEQUIP), A SALA E A FILIAL DA SALA, A
      *          DATA E O CUSTO DE COMPRA, A DEPRECIACAO ACUMULADA
      *          (PGMDEP01) E O VALOR CONTABIL (CUSTO - ACUMULADA), COM
      *          OS TOTAIS DO IMOBILIZADO EM USO. OS BAIXADOS SAEM
      *          LISTADOS MAS FORA DOS TOTAIS. SAI EM RELIMOBIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDEP02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIPAMENTOS ASSIGN TO
           WS-PATH-ARQEQUIP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-EQP
           FILE STATUS  IS WS-FS.

           SELECT SALAS ASSIGN TO
           WS-PATH-ARQSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-SALA
           ALTERNATE RECORD KEY IS NM-SALA WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAL.

           SELECT RELIMOBIL ASSIGN TO
           WS-PATH-RELIMOBIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD EQUIPAMENTOS.
           COPY CPYEQUIP.

       FD SALAS.
           COPY CPYSALA.

       FD RELIMOBIL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SAL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SAL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SAL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SAL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SAL-EOF
                          WS-FS-OK BY WS-FS-SAL-OK
                          WS-FS BY WS-FS-SAL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-SAL-ABERTO           PIC X(01)  VALUE 'N'.
          88 SALAS-ABERTO         VALUE 'S'.
       77 WS-VLR-CONTABIL         PIC S9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-EQP            PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-BAIXADOS       PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-CUSTO          PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-ACUM           PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-CONTABIL       PIC S9(10)V99 VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "IMOBILIZADO - EQUIPAMENTOS".

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE "EQUIP".
          03 FILLER               PIC X(31)  VALUE "NOME".
          03 FILLER               PIC X(05)  VALUE "SALA".
          03 FILLER               PIC X(04)  VALUE "FIL".
          03 FILLER               PIC X(09)  VALUE "COMPRA".
          03 FILLER               PIC X(15)  VALUE "          CUSTO".
          03 FILLER               PIC X(15)  VALUE "    DEPR. ACUM.".
          03 FILLER               PIC X(16)  VALUE "     V. CONTABIL".
          03 FILLER               PIC X(06)  VALUE " VIDA".
          03 FILLER               PIC X(14)  VALUE "SITUACAO".

       01 WS-DETALHE.
          03 WS-DET-EQP           PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-NOME          PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-SALA          PIC Z9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-FILIAL        PIC Z9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-COMPRA        PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-CUSTO         PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ACUM          PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-CONTABIL      PIC -ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-VIDA          PIC ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(14).

       01 WS-TOTAL-LINHA-01.
          03 FILLER               PIC X(30)  VALUE
             "EQUIPAMENTOS EM USO.........: ".
          03 WS-TOT-EQP           PIC ZZZ9.
          03 FILLER               PIC X(14)  VALUE "   BAIXADOS: ".
          03 WS-TOT-BAIXADOS      PIC ZZZ9.

       01 WS-TOTAL-LINHA-02.
          03 FILLER               PIC X(30)  VALUE
             "CUSTO DO IMOBILIZADO........: ".
          03 WS-TOT-CUSTO         PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-TOTAL-LINHA-03.
          03 FILLER               PIC X(30)  VALUE
             "DEPRECIACAO ACUMULADA.......: ".
          03 WS-TOT-ACUM          PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-TOTAL-LINHA-04.
          03 FILLER               PIC X(30)  VALUE
             "VALOR CONTABIL..............: ".
          03 WS-TOT-CONTABIL      PIC -Z.ZZZ.ZZZ.ZZ9,99.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELIMOBIL".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-EQUIPAMENTO
           PERFORM P030-PROCESSA-EQUIPAMENTO UNTIL WS-FS-EOF
           PERFORM P060-IMPRIME-TOTAL
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELIMOBIL,
                                 WS-SPOOL-PARMS

           DISPLAY "EQUIPAMENTOS EM USO.......: " WS-TOTAL-EQP
           DISPLAY "VALOR CONTABIL............: " WS-TOTAL-CONTABIL

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEQUIP_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEQUIP
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSALA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQSALA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELIMOBIL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELIMOBIL
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  EQUIPAMENTOS
           OPEN OUTPUT RELIMOBIL

           IF NOT WS-FS-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO RELATORIO."
              GOBACK
           END-IF

           OPEN INPUT  SALAS

           IF WS-FS-SAL-OK
              SET SALAS-ABERTO        TO TRUE
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P020-LER-EQUIPAMENTO.
      *----------------------------------------------------------------
           READ EQUIPAMENTOS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   VALOR CONTABIL = CUSTO DE COMPRA - DEPRECIACAO ACUMULADA
      *----------------------------------------------------------------
       P030-PROCESSA-EQUIPAMENTO.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO FILIAL-SALA

           IF SALAS-ABERTO
              MOVE ID-SALA-EQP        TO ID-SALA
              READ SALAS KEY IS ID-SALA
                  INVALID KEY
                     MOVE ZEROS       TO FILIAL-SALA
              END-READ
           END-IF

           COMPUTE WS-VLR-CONTABIL = VLR-COMPRA-EQP - DEPR-ACUM-EQP

           EVALUATE TRUE
               WHEN EQP-INATIVO
                  MOVE "BAIXADO"      TO WS-DET-SITUACAO
               WHEN VIDA-UTIL-EQP EQUAL ZEROS
                  MOVE "NAO DEPRECIA" TO WS-DET-SITUACAO
               WHEN DEPR-ACUM-EQP NOT LESS
                    VLR-COMPRA-EQP - VLR-RESIDUAL-EQP
                  MOVE "DEPRECIADO"   TO WS-DET-SITUACAO
               WHEN OTHER
                  MOVE "EM DEPRECIACAO" TO WS-DET-SITUACAO
           END-EVALUATE

           IF EQP-INATIVO
              ADD 1                   TO WS-TOTAL-BAIXADOS
           ELSE
              ADD 1                   TO WS-TOTAL-EQP
              ADD VLR-COMPRA-EQP      TO WS-TOTAL-CUSTO
              ADD DEPR-ACUM-EQP       TO WS-TOTAL-ACUM
              ADD WS-VLR-CONTABIL     TO WS-TOTAL-CONTABIL
           END-IF

           PERFORM P040-IMPRIME-LINHA

           PERFORM P020-LER-EQUIPAMENTO
           .
       P040-IMPRIME-LINHA.

           MOVE ID-EQP                TO WS-DET-EQP
           MOVE NM-EQP                TO WS-DET-NOME
           MOVE ID-SALA-EQP           TO WS-DET-SALA
           MOVE FILIAL-SALA           TO WS-DET-FILIAL
           MOVE DATA-COMPRA-EQP       TO WS-DET-COMPRA
           MOVE VLR-COMPRA-EQP        TO WS-DET-CUSTO
           MOVE DEPR-ACUM-EQP         TO WS-DET-ACUM
           MOVE WS-VLR-CONTABIL       TO WS-DET-CONTABIL
           MOVE VIDA-UTIL-EQP         TO WS-DET-VIDA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAL.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-EQP          TO WS-TOT-EQP
           MOVE WS-TOTAL-BAIXADOS     TO WS-TOT-BAIXADOS
           MOVE WS-TOTAL-CUSTO        TO WS-TOT-CUSTO
           MOVE WS-TOTAL-ACUM         TO WS-TOT-ACUM
           MOVE WS-TOTAL-CONTABIL     TO WS-TOT-CONTABIL

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-01     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-02     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-03     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-04     TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE EQUIPAMENTOS
           CLOSE RELIMOBIL

           IF SALAS-ABERTO
              CLOSE SALAS
           END-IF
           .
       END PROGRAM PGMDEP02.
