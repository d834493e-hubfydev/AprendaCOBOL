      *          NUMERO FICA GRAVADO NA FATURA (NUM-RPS-FAT) PARA ELA
      *          NAO SAIR EM DOIS ENVIOS; O RETORNO DA PREFEITURA COM
      *          A NFS-E CONCEDIDA E IMPORTADO PELO PGMNFSRET.
      * Manutencao: 15 OUT 2026 - ENCARGOS DE MORA (FATURAS TIPO 'J',
      *             VEJA PGMMORA) NAO SAO PRESTACAO DE SERVICO E NAO
      *             GERAM RPS.
      * Manutencao: 15 OUT 2026 - A FATURA DE ACORDO DE RENEGOCIACAO
      *             (TIPO 'R') TAMBEM NAO GERA RPS: O SERVICO JA FOI
      *             DECLARADO NAS FATURAS ORIGINAIS.
      * Manutencao: 15 OUT 2026 - O DOCUMENTO DO TOMADOR PASSA A SER
      *             TIPO (1 = CPF, 2 = CNPJ) MAIS O NUMERO COM 14
      *             DIGITOS: A FATURA MENSAL DA EMPRESA CONVENIADA
      *             (TIPO 'E', PGMEMPFAT) SAI COM O CNPJ E A RAZAO
      *             SOCIAL DA EMPRESA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRPSGER.
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT EMPRESAS ASSIGN TO
           WS-PATH-ARQEMPRESA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-EMP
           ALTERNATE RECORD KEY IS NM-EMP WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-EMP WITH DUPLICATES
           FILE STATUS  IS WS-FS-EMP.

           SELECT ARQRPS ASSIGN TO
           WS-PATH-ARQRPS
           ORGANIZATION IS SEQUENTIAL
       FD CLIENTES.
           COPY CPYCLI.

       FD EMPRESAS.
           COPY CPYEMPRESA.

       FD ARQRPS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EMP-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EMP-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EMP-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EMP-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EMP-EOF
                          WS-FS-OK BY WS-FS-EMP-OK
                          WS-FS BY WS-FS-EMP.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RPS-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RPS-NAO-ENCONTRADO

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-EMP-DISP             PIC X(01)  VALUE 'N'.
          88 EMPRESAS-DISPONIVEIS VALUE 'S'.
       77 WS-NUM-RPS              PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-RPS            PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(08)V99 VALUE ZEROS.
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-DET-NOME          PIC X(20).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-DET-TIPO-DOC      PIC 9(01).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-DET-DOC           PIC 9(14).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-TRL-VLR           PIC 9(08),99.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMRPSGER".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEMPRESA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEMPRESA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRPS_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRPS
           OPEN INPUT  CLIENTES
           OPEN OUTPUT ARQRPS

           OPEN INPUT EMPRESAS

           IF WS-FS-EMP-OK
              SET EMPRESAS-DISPONIVEIS TO TRUE
           END-IF

           IF NOT WS-FS-OK OR NOT WS-FS-CLI-OK OR NOT WS-FS-RPS-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO RPS."
              PERFORM P002-EXIBE-ERRO-FS

           IF NOT FATURA-ESTORNADA
              AND FAT-SEM-RPS AND FAT-SEM-NFSE
              AND NOT FAT-MORA
              AND NOT FAT-ACORDO
              AND WS-FAT-ANO EQUAL WS-COMPETENCIA(1:4)
              AND WS-FAT-MES EQUAL WS-COMPETENCIA(5:2)
              PERFORM P040-GERA-RPS
           MOVE WS-NUM-RPS            TO WS-DET-RPS
           MOVE ID-FATURA             TO WS-DET-FATURA
           MOVE NM-CLI                TO WS-DET-NOME
           PERFORM P036-DOCUMENTO-TOMADOR
           MOVE DATA-FAT              TO WS-DET-DATA
           MOVE VLR-FAT               TO WS-DET-VLR


           MOVE WS-NUM-RPS            TO NUM-RPS-FAT
           REWRITE REG-FATURA
           MOVE "ARQFATURA"          TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS, REG-FATURA

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO MARCAR A FATURA COM O RPS: " WS-FS
              ADD VLR-FAT             TO WS-VLR-TOTAL
           END-IF
           .
      *----------------------------------------------------------------
      *   DOCUMENTO DO PAGADOR: CPF DO CLIENTE (TIPO 1) OU, NA FATURA
      *   MENSAL DA EMPRESA CONVENIADA, O CNPJ E A RAZAO SOCIAL DA
      *   EMPRESA DONA DO CLIENTE DE COBRANCA (TIPO 2)
      *----------------------------------------------------------------
       P036-DOCUMENTO-TOMADOR.

           MOVE 1                     TO WS-DET-TIPO-DOC
           MOVE CPF-CLI               TO WS-DET-DOC

           IF FAT-EMPRESA AND EMPRESAS-DISPONIVEIS
              MOVE ID-CLI-FAT         TO ID-CLI-EMP
              READ EMPRESAS KEY IS ID-CLI-EMP
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 2           TO WS-DET-TIPO-DOC
                     MOVE CNPJ-EMP    TO WS-DET-DOC
                     MOVE NM-EMP      TO WS-DET-NOME
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
       P065-GRAVA-TRAILER.
      *----------------------------------------------------------------
           CLOSE FATURA
           CLOSE CLIENTES
           CLOSE ARQRPS

           IF EMPRESAS-DISPONIVEIS
              CLOSE EMPRESAS
           END-IF
           .
       END PROGRAM PGMRPSGER.
