      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: DEPRECIACAO MENSAL DOS EQUIPAMENTOS (LINHA RETA): PARA
      *          A COMPETENCIA INFORMADA, CADA EQUIPAMENTO ATIVO COM
      *          VIDA UTIL CADASTRADA (PGMEQP01), COMPRADO ATE O MES E
      *          AINDA NAO TOTALMENTE DEPRECIADO RECEBE A QUOTA
      *          (VALOR DE COMPRA - RESIDUAL) / VIDA UTIL, LIMITADA AO
      *          QUE FALTA DEPRECIAR. A QUOTA VAI PARA O HISTORICO
      *          (ARQDEPREQ) COM A FILIAL DA SALA DO EQUIPAMENTO, DE
      *          ONDE O DRE MENSAL (PGMDRE) TIRA A LINHA DE
      *          DEPRECIACAO DE CADA FILIAL, E SOMA NA DEPRECIACAO
      *          ACUMULADA DO CADASTRO. A ULTIMA COMPETENCIA DEPRECIADA
      *          FICA NO EQUIPAMENTO: RODAR DE NOVO A MESMA COMPETENCIA
      *          (OU UMA ANTERIOR) NAO DEPRECIA DUAS VEZES. SAI EM
      *          RELDEPREQ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDEP01.
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

           SELECT DEPREQ ASSIGN TO
           WS-PATH-ARQDEPREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-DPQ
           FILE STATUS  IS WS-FS-DPQ.

           SELECT RELDEPREQ ASSIGN TO
           WS-PATH-RELDEPREQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD EQUIPAMENTOS.
           COPY CPYEQUIP.

       FD SALAS.
           COPY CPYSALA.

       FD DEPREQ.
           COPY CPYDEPREQ.

       FD RELDEPREQ
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-DPQ-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-DPQ-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-DPQ-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-DPQ-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-DPQ-EOF
                          WS-FS-OK BY WS-FS-DPQ-OK
                          WS-FS BY WS-FS-DPQ.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-IND-FIL              PIC 9(03)  COMP.
       77 WS-FILIAL-CORR          PIC 9(02)  VALUE ZEROS.
       77 WS-SAL-ABERTO           PIC X(01)  VALUE 'N'.
          88 SALAS-ABERTO         VALUE 'S'.
       77 WS-DEPRECIAVEL          PIC S9(08)V99 VALUE ZEROS.
       77 WS-RESTANTE             PIC S9(08)V99 VALUE ZEROS.
       77 WS-QUOTA                PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOLERANCIA           PIC 9(08)V99 VALUE ZEROS.
       77 WS-VLR-CONTABIL         PIC S9(08)V99 VALUE ZEROS.
       77 WS-TOTAL-DEPRECIADOS    PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-SEM-VIDA       PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-QUITADOS       PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-JA-FEITOS      PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-BAIXADOS       PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(08)V99 VALUE ZEROS.

       01 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO          PIC 9(04).
          03 WS-HOJE-MES          PIC 9(02).
          03 WS-HOJE-DIA          PIC 9(02).

       01 WS-COMP-TAB             PIC 9(06)  VALUE ZEROS.
       01 REDEFINES WS-COMP-TAB.
          03 WS-COMP-ANO          PIC 9(04).
          03 WS-COMP-MES          PIC 9(02).

       01 WS-DATA-TAB             PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-TAB.
          03 WS-TAB-COMP          PIC 9(06).
          03 WS-TAB-DIA           PIC 9(02).

      *   DEPRECIACAO DA COMPETENCIA POR FILIAL; A OCORRENCIA E A
      *   FILIAL + 1 (A FILIAL ZERO, DE SALA SEM FILIAL, FICA NA
      *   PRIMEIRA)
       01 WS-TAB-FILIAIS.
          03 WS-TAB-FIL OCCURS 100 TIMES.
             05 TAB-FIL-VLR       PIC 9(08)V99.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "DEPRECIA".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(44)  VALUE
             "DEPRECIACAO DE EQUIPAMENTOS - COMPETENCIA ".
          03 WS-CAB-COMP          PIC 9(06).

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE "EQUIP".
          03 FILLER               PIC X(31)  VALUE "NOME".
          03 FILLER               PIC X(06)  VALUE "SALA".
          03 FILLER               PIC X(07)  VALUE "FILIAL".
          03 FILLER               PIC X(15)  VALUE "      QUOTA MES".
          03 FILLER               PIC X(15)  VALUE "      ACUMULADA".
          03 FILLER               PIC X(16)  VALUE "     V. CONTABIL".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(30)  VALUE "SITUACAO".

       01 WS-DETALHE.
          03 WS-DET-EQP           PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-NOME          PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-SALA          PIC Z9.
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-DET-FILIAL        PIC Z9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-QUOTA         PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ACUM          PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-CONTABIL      PIC -ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(30).

       01 WS-LINHA-FILIAL.
          03 FILLER               PIC X(30)  VALUE
             "DEPRECIACAO DA FILIAL.......: ".
          03 WS-FIL-ID            PIC Z9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-FIL-VLR           PIC ZZ.ZZZ.ZZZ,99.

       01 WS-TOTAL-LINHA-01.
          03 FILLER               PIC X(30)  VALUE
             "EQUIPAMENTOS DEPRECIADOS....: ".
          03 WS-TOT-DEPR          PIC ZZZ9.
          03 FILLER               PIC X(10)  VALUE "  VALOR: ".
          03 WS-TOT-VLR           PIC ZZ.ZZZ.ZZZ,99.

       01 WS-TOTAL-LINHA-02.
          03 FILLER               PIC X(30)  VALUE
             "SEM VIDA UTIL CADASTRADA....: ".
          03 WS-TOT-SEM-VIDA      PIC ZZZ9.

       01 WS-TOTAL-LINHA-03.
          03 FILLER               PIC X(30)  VALUE
             "TOTALMENTE DEPRECIADOS......: ".
          03 WS-TOT-QUITADOS      PIC ZZZ9.

       01 WS-TOTAL-LINHA-04.
          03 FILLER               PIC X(30)  VALUE
             "COMPETENCIA JA DEPRECIADA...: ".
          03 WS-TOT-JA-FEITOS     PIC ZZZ9.

       01 WS-TOTAL-LINHA-05.
          03 FILLER               PIC X(30)  VALUE
             "BAIXADOS (INATIVOS).........: ".
          03 WS-TOT-BAIXADOS      PIC ZZZ9.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELDEPREQ".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-COMPETENCIA

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P040-IMPRIME-CABECALHO
           PERFORM P020-LER-EQUIPAMENTO
           PERFORM P030-PROCESSA-EQUIPAMENTO UNTIL WS-FS-EOF
           PERFORM P060-IMPRIME-TOTAL
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELDEPREQ,
                                 WS-SPOOL-PARMS

           DISPLAY "EQUIPAMENTOS DEPRECIADOS..: " WS-TOTAL-DEPRECIADOS
           DISPLAY "VALOR DA COMPETENCIA......: " WS-VLR-TOTAL
           DISPLAY "SEM VIDA UTIL CADASTRADA..: " WS-TOTAL-SEM-VIDA
           DISPLAY "COMPETENCIA JA DEPRECIADA.: " WS-TOTAL-JA-FEITOS

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-DEPRECIADOS TO WS-RUN-GRAVADOS
           MOVE WS-VLR-TOTAL         TO WS-RUN-TOTAL
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

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

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQDEPREQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQDEPREQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELDEPREQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELDEPREQ
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
           IF NOT WS-FS-DPQ-OK
              CALL "PGMFSMSG" USING WS-FS-DPQ, WS-FS-DPQ-MSG
              DISPLAY WS-FS-DPQ-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM COMPETENCIA INFORMADA, DEPRECIA O MES PASSADO (O MES JA
      *   FECHADO, QUE O DRE VAI MOSTRAR)
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "COMPETENCIA DA DEPRECIACAO (AAAAMM, 0 = MES "
                   "PASSADO): "
           ACCEPT WS-COMPETENCIA

           IF WS-COMPETENCIA EQUAL ZEROS
              MOVE WS-HOJE-ANO        TO WS-COMP-ANO
              MOVE WS-HOJE-MES        TO WS-COMP-MES
              IF WS-COMP-MES EQUAL 1
                 SUBTRACT 1           FROM WS-COMP-ANO
                 MOVE 12              TO WS-COMP-MES
              ELSE
                 SUBTRACT 1           FROM WS-COMP-MES
              END-IF
              MOVE WS-COMP-TAB        TO WS-COMPETENCIA
           END-IF

           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           .
      *----------------------------------------------------------------
      *   SEM O CADASTRO DE SALAS A QUOTA VAI PARA A FILIAL ZERO
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN I-O    EQUIPAMENTOS

           IF NOT WS-FS-OK
              DISPLAY "NAO HA EQUIPAMENTOS CADASTRADOS (" WS-FS ")."
              GOBACK
           END-IF

           OPEN I-O    DEPREQ

           IF WS-FS-DPQ EQUAL 35
              OPEN OUTPUT DEPREQ
              CLOSE DEPREQ
              OPEN I-O DEPREQ
           END-IF

           OPEN OUTPUT RELDEPREQ

           IF NOT WS-FS-DPQ-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA DEPRECIACAO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT  SALAS

           IF WS-FS-SAL-OK
              SET SALAS-ABERTO        TO TRUE
           ELSE
              DISPLAY "CADASTRO DE SALAS INDISPONIVEL (" WS-FS-SAL
                      "): DEPRECIACAO SEM FILIAL."
           END-IF

           INITIALIZE WS-TAB-FILIAIS
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
       P030-PROCESSA-EQUIPAMENTO.
      *----------------------------------------------------------------
           ADD 1                      TO WS-RUN-LIDOS

           PERFORM P031-DEPRECIA THRU P031-FIM

           PERFORM P020-LER-EQUIPAMENTO
           .
      *----------------------------------------------------------------
      *   BAIXADO, SEM VIDA UTIL, COMPRADO DEPOIS DA COMPETENCIA, JA
      *   DEPRECIADO NO MES OU TOTALMENTE DEPRECIADO: NAO DEPRECIA
      *----------------------------------------------------------------
       P031-DEPRECIA.

           IF EQP-INATIVO
              ADD 1                   TO WS-TOTAL-BAIXADOS
              GO TO P031-FIM
           END-IF

           MOVE ZEROS                 TO WS-QUOTA
           PERFORM P033-BUSCA-FILIAL

           IF VIDA-UTIL-EQP EQUAL ZEROS
              ADD 1                   TO WS-TOTAL-SEM-VIDA
              MOVE "SEM VIDA UTIL - NAO DEPRECIA"
                                      TO WS-DET-SITUACAO
              PERFORM P051-IMPRIME-DETALHE
              GO TO P031-FIM
           END-IF

           MOVE DATA-COMPRA-EQP       TO WS-DATA-TAB

           IF WS-TAB-COMP GREATER WS-COMPETENCIA
              GO TO P031-FIM
           END-IF

           IF ULT-COMP-DEPR-EQP NOT LESS WS-COMPETENCIA
              ADD 1                   TO WS-TOTAL-JA-FEITOS
              MOVE "COMPETENCIA JA DEPRECIADA"
                                      TO WS-DET-SITUACAO
              PERFORM P051-IMPRIME-DETALHE
              GO TO P031-FIM
           END-IF

           COMPUTE WS-DEPRECIAVEL = VLR-COMPRA-EQP - VLR-RESIDUAL-EQP
           COMPUTE WS-RESTANTE    = WS-DEPRECIAVEL - DEPR-ACUM-EQP

           IF WS-RESTANTE NOT GREATER ZEROS
              ADD 1                   TO WS-TOTAL-QUITADOS
              GO TO P031-FIM
           END-IF

           PERFORM P032-CALCULA-QUOTA
           PERFORM P034-GRAVA-HISTORICO THRU P034-FIM
           .
       P031-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   QUOTA EM LINHA RETA. A DIFERENCA DE ARREDONDAMENTO ACUMULADA
      *   NA VIDA UTIL (ATE MEIO CENTAVO POR MES) ENTRA NA ULTIMA
      *   QUOTA, PARA NAO SOBRAR CENTAVOS PARA UM MES A MAIS
      *----------------------------------------------------------------
       P032-CALCULA-QUOTA.

           COMPUTE WS-QUOTA ROUNDED = WS-DEPRECIAVEL / VIDA-UTIL-EQP
           COMPUTE WS-TOLERANCIA = VIDA-UTIL-EQP * 0,01

           IF WS-QUOTA GREATER WS-RESTANTE
              OR WS-RESTANTE - WS-QUOTA NOT GREATER WS-TOLERANCIA
              MOVE WS-RESTANTE        TO WS-QUOTA
           END-IF
           .
      *----------------------------------------------------------------
      *   A FILIAL E A DA SALA ONDE O EQUIPAMENTO ESTA NO MES
      *----------------------------------------------------------------
       P033-BUSCA-FILIAL.

           MOVE ZEROS                 TO WS-FILIAL-CORR

           IF SALAS-ABERTO
              MOVE ID-SALA-EQP        TO ID-SALA
              READ SALAS KEY IS ID-SALA
                  INVALID KEY
                     MOVE ZEROS       TO FILIAL-SALA
              END-READ
              MOVE FILIAL-SALA        TO WS-FILIAL-CORR
           END-IF
           .
       P034-GRAVA-HISTORICO.

           MOVE ID-EQP                TO ID-EQP-DPQ
           MOVE WS-COMPETENCIA        TO COMP-DPQ
           MOVE ID-SALA-EQP           TO ID-SALA-DPQ
           MOVE WS-FILIAL-CORR        TO FILIAL-DPQ
           MOVE WS-QUOTA              TO VLR-DPQ
           COMPUTE ACUM-DPQ = DEPR-ACUM-EQP + WS-QUOTA
           MOVE WS-DATA-HOJE          TO DATA-PROC-DPQ

           WRITE REG-DEPREQ
               INVALID KEY
                  ADD 1               TO WS-TOTAL-JA-FEITOS
                  MOVE ZEROS          TO WS-QUOTA
                  MOVE "JA NO HISTORICO DA COMPETENCIA"
                                      TO WS-DET-SITUACAO
                  PERFORM P051-IMPRIME-DETALHE
                  GO TO P034-FIM
           END-WRITE

           ADD WS-QUOTA               TO DEPR-ACUM-EQP
           MOVE WS-COMPETENCIA        TO ULT-COMP-DEPR-EQP

           REWRITE REG-EQUIP

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO ATUALIZAR O EQUIPAMENTO " ID-EQP
              PERFORM P002-EXIBE-ERRO-FS
           END-IF

           ADD 1                      TO WS-TOTAL-DEPRECIADOS
           ADD WS-QUOTA               TO WS-VLR-TOTAL
           COMPUTE WS-IND-FIL = WS-FILIAL-CORR + 1
           ADD WS-QUOTA               TO TAB-FIL-VLR (WS-IND-FIL)

           IF DEPR-ACUM-EQP NOT LESS WS-DEPRECIAVEL
              MOVE "DEPRECIADO - ULTIMA QUOTA"
                                      TO WS-DET-SITUACAO
           ELSE
              MOVE "DEPRECIADO"       TO WS-DET-SITUACAO
           END-IF
           PERFORM P051-IMPRIME-DETALHE
           .
       P034-FIM.
           EXIT.
      *----------------------------------------------------------------
       P040-IMPRIME-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
       P051-IMPRIME-DETALHE.

           COMPUTE WS-VLR-CONTABIL = VLR-COMPRA-EQP - DEPR-ACUM-EQP

           MOVE ID-EQP                TO WS-DET-EQP
           MOVE NM-EQP                TO WS-DET-NOME
           MOVE ID-SALA-EQP           TO WS-DET-SALA
           MOVE WS-FILIAL-CORR        TO WS-DET-FILIAL
           MOVE WS-QUOTA              TO WS-DET-QUOTA
           MOVE DEPR-ACUM-EQP         TO WS-DET-ACUM
           MOVE WS-VLR-CONTABIL       TO WS-DET-CONTABIL

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   TOTAL POR FILIAL (O MESMO VALOR QUE O DRE MOSTRA) E RESUMO
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAL.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE 1                     TO WS-IND-FIL
           PERFORM P061-IMPRIME-FILIAL UNTIL WS-IND-FIL GREATER 100

           MOVE WS-TOTAL-DEPRECIADOS  TO WS-TOT-DEPR
           MOVE WS-VLR-TOTAL          TO WS-TOT-VLR
           MOVE WS-TOTAL-SEM-VIDA     TO WS-TOT-SEM-VIDA
           MOVE WS-TOTAL-QUITADOS     TO WS-TOT-QUITADOS
           MOVE WS-TOTAL-JA-FEITOS    TO WS-TOT-JA-FEITOS
           MOVE WS-TOTAL-BAIXADOS     TO WS-TOT-BAIXADOS

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

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-05     TO REL-LINHA
           WRITE REL-LINHA
           .
       P061-IMPRIME-FILIAL.

           IF TAB-FIL-VLR (WS-IND-FIL) GREATER ZEROS
              COMPUTE WS-FIL-ID = WS-IND-FIL - 1
              MOVE TAB-FIL-VLR (WS-IND-FIL) TO WS-FIL-VLR
              MOVE SPACES             TO REL-LINHA
              MOVE WS-LINHA-FILIAL    TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           ADD 1                      TO WS-IND-FIL
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE EQUIPAMENTOS
           CLOSE DEPREQ
           CLOSE RELDEPREQ

           IF SALAS-ABERTO
              CLOSE SALAS
           END-IF
           .
       END PROGRAM PGMDEP01.
