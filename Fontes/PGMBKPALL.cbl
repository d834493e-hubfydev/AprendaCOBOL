      *             VERSOES DE PRONTUARIO) E RESPECTIVOS CTL;
      *             ARQUIVOS TEMPORARIOS, DE TRANSFERENCIA E DE
      *             SESSAO CONTINUAM FORA DA COPIA.
      * Manutencao: 15 OUT 2026 - PARCELAS DE FATURA (ARQFATPAR) ENTRAM
      *             NA COPIA. NO INICIO DE CADA BACKUP O DIARIO DE
      *             ALTERACOES (ARQJRN) E VIRADO: O CONTEUDO VAI PARA
      *             A GERACAO BKPARQJRN<AAMMDD>.DAT, REGISTRADA NO
      *             MANIFESTO COMO ARQJRN, E O DIARIO RECOMECA VAZIO.
      *             O PGMBKPRST USA ESSAS GERACOES PARA REAPLICAR AS
      *             ALTERACOES POSTERIORES AO BACKUP RESTAURADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBKPALL.
           ALTERNATE RECORD KEY IS ID-FORN-PF WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT FATPARS ASSIGN TO
           WS-PATH-ARQFATPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-FATPAR
           FILE STATUS  IS WS-FS.

           SELECT DIARIO ASSIGN TO
           WS-PATH-ARQJRN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT DIARIOGER ASSIGN TO
           WS-PATH-GERACAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-GER.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD PROCFORNS.
           COPY CPYPROCFOR.

       FD FATPARS.
           COPY CPYFATPAR.

       FD DIARIO.
           COPY CPYJRN.

       FD DIARIOGER
           RECORD CONTAINS 303 CHARACTERS
           RECORDING MODE IS F.
       01 GER-DIARIO              PIC X(303).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-GER-MSG
              GOBACK
           END-IF

           PERFORM P090-VIRA-DIARIO THRU P090-FIM

           PERFORM P100-COPIA-ARQCLII THRU P100-FIM
           PERFORM P101-COPIA-ARQAGE THRU P101-FIM
           PERFORM P102-COPIA-ARQFATURA THRU P102-FIM
           PERFORM P147-COPIA-ARQSPOOLCF THRU P147-FIM
           PERFORM P148-COPIA-ARQRUNCTL THRU P148-FIM
           PERFORM P149-COPIA-ARQPROCFOR THRU P149-FIM
           PERFORM P150-COPIA-ARQFATPAR THRU P150-FIM

           PERFORM P200-COPIA-CONTROLES THRU P200-FIM

           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQBKPMAN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQJRN_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQJRN
           END-IF
           .
       P001-FIM.
      *----------------------------------------------------------------
                   " REGISTROS."
           .
       P006-FIM.
      *----------------------------------------------------------------
      *   VIRA O DIARIO DE ALTERACOES: O QUE FOI GRAVADO DESDE O BACKUP
      *   ANTERIOR VAI PARA A GERACAO DE HOJE E O DIARIO RECOMECA
      *   VAZIO, PASSANDO A REGISTRAR O QUE MUDAR DEPOIS DESTE BACKUP
      *----------------------------------------------------------------
       P090-VIRA-DIARIO.

           MOVE "ARQJRN"              TO WS-NOME-ARQ
           MOVE ZEROS                 TO WS-QTD-REGISTROS
                                          WS-TOTAL-VALOR

           OPEN INPUT DIARIO

           IF WS-FS-NAO-EXISTE
              DISPLAY "ARQJRN AINDA NAO EXISTE, PULADO."
              GO TO P090-FIM
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO ABRIR ARQJRN: " WS-FS
              GO TO P090-FIM
           END-IF

           PERFORM P005-MONTA-CAMINHO THRU P005-FIM

           OPEN OUTPUT DIARIOGER

           IF NOT WS-FS-GER-OK
              DISPLAY "ERRO AO CRIAR A COPIA DE " WS-NOME-ARQ
                      ": " WS-FS-GER
              CLOSE DIARIO
              GO TO P090-FIM
           END-IF

           SET WS-EOF-OK              TO FALSE

           PERFORM P090-LE THRU P090-LE-FIM UNTIL WS-EOF-OK

           CLOSE DIARIO
           CLOSE DIARIOGER

      *    SO ESVAZIA O DIARIO DEPOIS DE A GERACAO ESTAR GRAVADA
           OPEN OUTPUT DIARIO
           CLOSE DIARIO

           PERFORM P006-GRAVA-MANIFESTO THRU P006-FIM
           .
       P090-FIM.
           EXIT.
       P090-LE.

           READ DIARIO
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  WRITE GER-DIARIO FROM REG-JRN
                  ADD 1               TO WS-QTD-REGISTROS
           END-READ
           .
       P090-LE-FIM.
      *----------------------------------------------------------------
       P100-COPIA-ARQCLII.

           END-READ
           .
       P149-LE-FIM.
      *----------------------------------------------------------------
       P150-COPIA-ARQFATPAR.

           MOVE "ARQFATPAR"           TO WS-NOME-ARQ
           MOVE ZEROS                 TO WS-QTD-REGISTROS
                                          WS-TOTAL-VALOR

           OPEN INPUT FATPARS

           IF WS-FS-NAO-EXISTE
              DISPLAY "ARQFATPAR AINDA NAO EXISTE, PULADO."
              GO TO P150-FIM
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO ABRIR ARQFATPAR: " WS-FS
              GO TO P150-FIM
           END-IF

           PERFORM P005-MONTA-CAMINHO THRU P005-FIM

           OPEN OUTPUT GERACAO

           IF NOT WS-FS-GER-OK
              DISPLAY "ERRO AO CRIAR A COPIA DE " WS-NOME-ARQ
                      ": " WS-FS-GER
              CLOSE FATPARS
              GO TO P150-FIM
           END-IF

           SET WS-EOF-OK              TO FALSE

           PERFORM P150-LE THRU P150-LE-FIM UNTIL WS-EOF-OK

           CLOSE FATPARS
           CLOSE GERACAO

           PERFORM P006-GRAVA-MANIFESTO THRU P006-FIM
           .
       P150-FIM.
           EXIT.
       P150-LE.

           READ FATPARS NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  MOVE SPACES         TO GER-IMAGEM
                  WRITE GER-IMAGEM FROM REG-FATPAR
                  ADD 1               TO WS-QTD-REGISTROS
           END-READ
           .
       P150-LE-FIM.
      *----------------------------------------------------------------
      *   COPIA OS ARQUIVOS DE CONTROLE DE SEQUENCIA (CTL), QUE
      *   PRECISAM ACOMPANHAR A GERACAO DOS DADOS
