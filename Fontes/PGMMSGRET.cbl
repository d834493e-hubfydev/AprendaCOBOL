      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: IMPORTAR O ARQUIVO DE SITUACAO DE ENTREGA DO GATEWAY DE
      *          MENSAGENS PARA A CAIXA DE SAIDA (ARQMSGOUT): CADA LINHA
      *          TRAZ O ID DA MENSAGEM EXPORTADA PELO PGMMSGEXP, A
      *          SITUACAO, A DATA E A HORA DA ENTREGA E O CODIGO DO
      *          GATEWAY. "ENTREGUE" MARCA A MENSAGEM COMO ENTREGUE
      *          (TAMBEM A QUE TINHA FALHADO E O GATEWAY REENVIOU);
      *          "FALHOU" MARCA A EXPORTADA COMO FALHA, PARA A RECEPCAO
      *          TELEFONAR. LINHA RECUSADA VAI PARA A FILA DE REJEICOES
      *          (PGMREJGRV, JOB MSGRET) E SAI UM RELATORIO DE
      *          PROCESSAMENTO COM ACEITAS, REJEITADAS E SEM
      *          CORRESPONDENCIA (RELMSGRET.LST).
      *
      *          LAYOUT DA LINHA DE RETORNO (POSICIONAL):
      *            ID DA MENSAGEM 9(08), SITUACAO X(10), DATA 9(08)
      *            AAAAMMDD, HORA 9(04) HHMM, CODIGO DO GATEWAY X(10).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMSGRET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO
           WS-PATH-ARQMSGRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT MSGOUT ASSIGN TO
           WS-PATH-ARQMSGOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-MSG
           ALTERNATE RECORD KEY IS ID-CLI-MSG WITH DUPLICATES
           FILE STATUS  IS WS-FS-MSO.

           SELECT RELMSGRET ASSIGN TO
           WS-PATH-RELMSGRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REG-RET.
          03 RET-ID-MSG           PIC 9(08).
          03 RET-SITUACAO         PIC X(10).
          03 RET-DATA             PIC 9(08).
          03 RET-HORA             PIC 9(04).
          03 RET-CODIGO           PIC X(10).
          03 FILLER               PIC X(92).

       FD MSGOUT.
           COPY CPYMSGOUT.

       FD RELMSGRET
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-MSO-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-MSO-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-MSO-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-MSO-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-MSO-EOF
                          WS-FS-OK BY WS-FS-MSO-OK
                          WS-FS BY WS-FS-MSO.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-TOTAL-LIDAS          PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-ENTREGUES      PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-FALHAS         PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-REJEITADAS     PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-SEM-PAR        PIC 9(06)  VALUE ZEROS.

       01 WS-LINHA-DET.
          03 WS-DET-ID            PIC 9(08).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-DET-SITUACAO      PIC X(10).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-DET-RESULTADO     PIC X(30).

       01 WS-LINHA-TOTAL.
          03 WS-TOT-TITULO        PIC X(26).
          03 WS-TOT-QTD           PIC ZZZ.ZZ9.

       77 WS-REJ-JOB              PIC X(08)  VALUE 'MSGRET'.
       77 WS-REJ-MOTIVO           PIC X(30)  VALUE SPACES.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-RETORNO
           PERFORM P030-PROCESSA-LINHA UNTIL WS-FS-EOF
           PERFORM P060-IMPRIME-TOTAIS
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "SITUACOES LIDAS.............: " WS-TOTAL-LIDAS
           DISPLAY "MENSAGENS ENTREGUES.........: "
                   WS-TOTAL-ENTREGUES
           DISPLAY "MENSAGENS COM FALHA.........: "
                   WS-TOTAL-FALHAS
           DISPLAY "LINHAS REJEITADAS...........: "
                   WS-TOTAL-REJEITADAS
           DISPLAY "SEM CORRESPONDENCIA.........: " WS-TOTAL-SEM-PAR

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQMSGRET_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQMSGRET
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQMSGOUT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQMSGOUT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELMSGRET_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELMSGRET
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
           IF NOT WS-FS-MSO-OK
              CALL "PGMFSMSG" USING WS-FS-MSO, WS-FS-MSO-MSG
              DISPLAY WS-FS-MSO-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT RETORNO

           IF WS-FS-NAO-EXISTE
              DISPLAY "ARQUIVO DE RETORNO DO GATEWAY NAO ENCONTRADO."
              GOBACK
           END-IF

           OPEN I-O MSGOUT
           OPEN OUTPUT RELMSGRET

           IF NOT WS-FS-OK OR NOT WS-FS-MSO-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO RETORNO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P020-LER-RETORNO.
      *----------------------------------------------------------------
           READ RETORNO
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
       P030-PROCESSA-LINHA.
      *----------------------------------------------------------------
           ADD 1                      TO WS-TOTAL-LIDAS
           MOVE RET-ID-MSG            TO WS-DET-ID
           MOVE RET-SITUACAO          TO WS-DET-SITUACAO

           MOVE RET-ID-MSG            TO ID-MSG

           READ MSGOUT
               INVALID KEY
                  ADD 1               TO WS-TOTAL-SEM-PAR
                  MOVE "MENSAGEM NAO ENCONTRADA"
                                      TO WS-DET-RESULTADO
                  MOVE "MENSAGEM NAO ENCONTRADA"
                                      TO WS-REJ-MOTIVO
                  PERFORM P038-GRAVA-REJEICAO
               NOT INVALID KEY
                  PERFORM P031-APLICA-SITUACAO
           END-READ

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-DET          TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P020-LER-RETORNO
           .
      *----------------------------------------------------------------
      *   SO MENSAGEM QUE SAIU PARA O GATEWAY RECEBE SITUACAO; A
      *   ENTREGA TAMBEM VALE PARA A QUE TINHA FALHADO (REENVIO DO
      *   PROPRIO GATEWAY)
      *----------------------------------------------------------------
       P031-APLICA-SITUACAO.

           EVALUATE RET-SITUACAO
               WHEN "ENTREGUE"
                  IF MSG-EXPORTADA OR MSG-FALHOU
                     SET MSG-ENTREGUE TO TRUE
                     PERFORM P032-REGRAVA
                     ADD 1            TO WS-TOTAL-ENTREGUES
                     MOVE "ENTREGUE"  TO WS-DET-RESULTADO
                  ELSE
                     PERFORM P033-SITUACAO-RECUSADA
                  END-IF
               WHEN "FALHOU"
                  IF MSG-EXPORTADA
                     SET MSG-FALHOU   TO TRUE
                     PERFORM P032-REGRAVA
                     ADD 1            TO WS-TOTAL-FALHAS
                     MOVE "FALHA - TELEFONAR"
                                      TO WS-DET-RESULTADO
                  ELSE
                     PERFORM P033-SITUACAO-RECUSADA
                  END-IF
               WHEN OTHER
                  ADD 1               TO WS-TOTAL-REJEITADAS
                  MOVE "SITUACAO INVALIDA"
                                      TO WS-DET-RESULTADO
                  MOVE "SITUACAO INVALIDA" TO WS-REJ-MOTIVO
                  PERFORM P038-GRAVA-REJEICAO
           END-EVALUATE
           .
       P032-REGRAVA.

           MOVE RET-DATA              TO DATA-RET-MSG
           MOVE RET-HORA              TO HORA-RET-MSG
           MOVE RET-CODIGO            TO COD-RET-MSG

           REWRITE REG-MSG
           .
       P033-SITUACAO-RECUSADA.

           ADD 1                      TO WS-TOTAL-REJEITADAS
           MOVE "SITUACAO NAO PERMITE A BAIXA"
                                      TO WS-DET-RESULTADO
           MOVE "SITUACAO NAO PERMITE A BAIXA"
                                      TO WS-REJ-MOTIVO
           PERFORM P038-GRAVA-REJEICAO
           .
      *----------------------------------------------------------------
      *   TODA LINHA RECUSADA VAI PARA A FILA DE REJEICOES (ARQREJEI):
      *   O PGMREJ01 PERMITE CORRIGIR E REPROCESSAR SEM ESPERAR UM
      *   NOVO ARQUIVO DO GATEWAY
      *----------------------------------------------------------------
       P038-GRAVA-REJEICAO.

           CALL "PGMREJGRV" USING WS-REJ-JOB, WS-REJ-MOTIVO, REG-RET
           .
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAIS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE "SITUACOES LIDAS.........: " TO WS-TOT-TITULO
           MOVE WS-TOTAL-LIDAS        TO WS-TOT-QTD
           PERFORM P061-IMPRIME-TOTAL

           MOVE "ENTREGUES...............: " TO WS-TOT-TITULO
           MOVE WS-TOTAL-ENTREGUES    TO WS-TOT-QTD
           PERFORM P061-IMPRIME-TOTAL

           MOVE "COM FALHA...............: " TO WS-TOT-TITULO
           MOVE WS-TOTAL-FALHAS       TO WS-TOT-QTD
           PERFORM P061-IMPRIME-TOTAL

           MOVE "REJEITADAS..............: " TO WS-TOT-TITULO
           MOVE WS-TOTAL-REJEITADAS   TO WS-TOT-QTD
           PERFORM P061-IMPRIME-TOTAL

           MOVE "SEM CORRESPONDENCIA.....: " TO WS-TOT-TITULO
           MOVE WS-TOTAL-SEM-PAR      TO WS-TOT-QTD
           PERFORM P061-IMPRIME-TOTAL
           .
       P061-IMPRIME-TOTAL.

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-TOTAL        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE RETORNO
           CLOSE MSGOUT
           CLOSE RELMSGRET
           .
       END PROGRAM PGMMSGRET.
