      *             DUPLICARIA A COBRANCA. PARTICULAR,
      *             COPARTICIPACAO, PACOTE E MULTA SEGUEM
      *             NORMALMENTE.
      * Manutencao: 15 OUT 2026 - O DOCUMENTO DO PAGADOR NA REMESSA
      *             PASSA A SER TIPO (1 = CPF, 2 = CNPJ) MAIS O NUMERO
      *             COM 14 DIGITOS: A FATURA MENSAL DA EMPRESA
      *             CONVENIADA (TIPO 'E', PGMEMPFAT) E COBRADA NO CNPJ
      *             E NA RAZAO SOCIAL DA EMPRESA.
      * Manutencao: 15 OUT 2026 - CADA BOLETO EMITIDO PUBLICA O AVISO
      *             AO PACIENTE (VENCIMENTO E VALOR) NA CAIXA DE SAIDA
      *             DE MENSAGENS (PGMMSGPUB); A FATURA MENSAL DA
      *             EMPRESA CONVENIADA NAO GERA AVISO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - A FATURA DE ATENDIMENTO FICA FORA DO
      *             BOLETO QUANDO O AGENDAMENTO DELA TEM COBERTURA
      *             DE CONVENIO (ID-CONV-AGE), COMO NO PGMLOTGER; O
      *             CONVENIO DO CADASTRO SO VALE PARA FATURA SEM
      *             AGENDAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBOLGER.
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

           SELECT BOLETOS ASSIGN TO
           WS-PATH-ARQBOLETO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REM.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

       DATA DIVISION.
       FILE SECTION.
       FD FATURA.
       FD CLIENTES.
           COPY CPYCLI.

       FD EMPRESAS.
           COPY CPYEMPRESA.

       FD BOLETOS.
           COPY CPYBOLETO.

           RECORDING MODE IS F.
       01 REM-LINHA               PIC X(132).

       FD AGENDA.
           COPY CPYAGE.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAR-MSG
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-BOL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-BOL-NAO-ENCONTRADO
                          WS-FS-EOF BY WS-FS-REM-EOF
                          WS-FS-OK BY WS-FS-REM-OK
                          WS-FS BY WS-FS-REM.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-EMP-DISP             PIC X(01)  VALUE 'N'.
          88 EMPRESAS-DISPONIVEIS VALUE 'S'.
       77 WS-AGE-DISP             PIC X(01)  VALUE 'N'.
          88 AGENDA-DISPONIVEL    VALUE 'S'.
       77 WS-CONV-FAT             PIC 9(04)  VALUE ZEROS.
       77 WS-VENC-PADRAO          PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-OK              PIC X(01)  VALUE 'N'.
       77 WS-TOTAL-BOLETOS        PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-BOLETO           PIC 9(06)V99 VALUE ZEROS.
       77 WS-VENC-BOLETO          PIC 9(08)  VALUE ZEROS.
       77 WS-IND-PARC             PIC 9(02)  VALUE ZEROS.
       77 WS-TOTAL-AVISOS         PIC 9(06)  VALUE ZEROS.

      *   DADOS DA NOSSA CONTA DE COBRANCA, ACORDADOS COM O BANCO
       77 WS-CONTA-BANCO          PIC 9(03)  VALUE 341.
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-DET-NOME          PIC X(20).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-DET-TIPO-DOC      PIC 9(01).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-DET-DOC           PIC 9(14).
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-DET-VENC          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE ";".
          03 FILLER               PIC X(01)  VALUE ";".
          03 WS-TRL-VLR           PIC 9(08),99.

           COPY CPYMSGPUB.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMBOLGER".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "BOLETOS EMITIDOS NA REMESSA: " WS-TOTAL-BOLETOS
           DISPLAY "AVISOS AO PACIENTE.........: " WS-TOTAL-AVISOS

           GOBACK
           .
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEMPRESA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEMPRESA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQBOLETO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQBOLETO
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-REMBOLETO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
           OPEN INPUT CLIENTES
           OPEN OUTPUT REMESSA

           OPEN INPUT EMPRESAS

           IF WS-FS-EMP-OK
              SET EMPRESAS-DISPONIVEIS TO TRUE
           END-IF

           OPEN INPUT AGENDA

           IF WS-FS-AGE-OK
              SET AGENDA-DISPONIVEL   TO TRUE
           END-IF

           OPEN I-O FATPAR

           IF WS-FS-PAR EQUAL 35
      *   SO ENTRA FATURA EM ABERTO QUE NAO FOI PARA LOTE DE CONVENIO:
      *   A VISTA SEM BOLETO VIRA UM BOLETO COM O VENCIMENTO PADRAO,
      *   PARCELADA VIRA UM BOLETO POR PARCELA ABERTA SEM BOLETO.
      *   FATURA DE ATENDIMENTO COBERTO POR CONVENIO FICA DE FORA:
      *   ELA SO ESTA ESPERANDO O PROXIMO LOTE (PGMLOTGER) E O BOLETO
      *   COBRARIA DO PACIENTE O QUE O CONVENIO DEVE
      *----------------------------------------------------------------
      *----------------------------------------------------------------
           IF FATURA-ABERTA AND FAT-SEM-LOTE
              PERFORM P035-BUSCA-CLIENTE
              PERFORM P037-CONVENIO-FATURA

              IF FAT-ATENDIMENTO AND WS-CONV-FAT GREATER ZEROS
                 CONTINUE
              ELSE
              IF FAT-A-VISTA
                       PERFORM P040-EMITE-BOLETO
                       MOVE ID-BOLETO   TO ID-BOL-FAT
                       REWRITE REG-FATURA
                       MOVE "ARQFATURA"          TO WS-JRN-ARQ
                       MOVE 'R'                  TO WS-JRN-OPER
                       CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                              WS-JRN-PGM, WS-FS,
                                              REG-FATURA
                    END-IF
                 END-IF
              ELSE
           END-READ
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
      *   O CONVENIO DA FATURA E O DA COBERTURA GRAVADA NO AGENDAMENTO;
      *   SEM O AGENDAMENTO, VALE O CONVENIO DO CADASTRO DO CLIENTE
      *----------------------------------------------------------------
       P037-CONVENIO-FATURA.

           MOVE CONVENIO-CLI          TO WS-CONV-FAT

           IF AGENDA-DISPONIVEL AND ID-AGE-FAT NOT EQUAL ZEROS
              MOVE ID-AGE-FAT         TO ID-AGE
              READ AGENDA
                  NOT INVALID KEY
                     MOVE ID-CONV-AGE TO WS-CONV-FAT
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
      *   EMITE UM BOLETO: PEGA O PROXIMO NOSSO NUMERO, GRAVA O
      *   REGISTRO EM ARQBOLETO E A LINHA DE DETALHE NA REMESSA
      *----------------------------------------------------------------
           MOVE ID-BOLETO             TO WS-DET-BOLETO
           MOVE ID-FATURA             TO WS-DET-FATURA
           MOVE NM-CLI                TO WS-DET-NOME
           PERFORM P036-DOCUMENTO-TOMADOR
           MOVE WS-VENC-BOLETO        TO WS-DET-VENC
           MOVE WS-VLR-BOLETO         TO WS-DET-VLR


           ADD 1                      TO WS-TOTAL-BOLETOS
           ADD WS-VLR-BOLETO          TO WS-VLR-TOTAL

           IF NOT FAT-EMPRESA
              PERFORM P045-PUBLICA-AVISO
           END-IF
           .
      *----------------------------------------------------------------
      *   AVISO DO BOLETO AO PACIENTE NA CAIXA DE SAIDA DE MENSAGENS
      *----------------------------------------------------------------
       P045-PUBLICA-AVISO.
      *----------------------------------------------------------------
           INITIALIZE MSGPUB-PARM
           SET MSGPUB-BOLETO          TO TRUE
           MOVE ID-CLI-FAT            TO MSGPUB-ID-CLI
           MOVE ID-BOLETO             TO MSGPUB-REF
           MOVE WS-VENC-BOLETO        TO MSGPUB-DATA
           MOVE WS-VLR-BOLETO         TO MSGPUB-VALOR

           CALL "PGMMSGPUB" USING MSGPUB-PARM

           IF MSGPUB-PUBLICADA
              ADD 1                   TO WS-TOTAL-AVISOS
           END-IF
           .
      *----------------------------------------------------------------
      *   FATURA PARCELADA: UM BOLETO POR PARCELA ABERTA AINDA SEM
                        PERFORM P040-EMITE-BOLETO
                        MOVE ID-BOLETO  TO ID-BOL-PAR
                        REWRITE REG-FATPAR
                        MOVE "ARQFATPAR"          TO WS-JRN-ARQ
                        MOVE 'R'                  TO WS-JRN-OPER
                        CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                               WS-JRN-PGM, WS-FS-PAR,
                                               REG-FATPAR
                     END-IF
                  END-IF
           END-READ
           CLOSE CLIENTES
           CLOSE BOLETOS
           CLOSE REMESSA

           IF EMPRESAS-DISPONIVEIS
              CLOSE EMPRESAS
           END-IF

           IF AGENDA-DISPONIVEL
              CLOSE AGENDA
           END-IF
           .
       END PROGRAM PGMBOLGER.
