      *          AO HISTORICO E O PGMARQV02.
      * Manutencao: 22 AGO 2026 - AS GERACOES DE HISTORICO PASSARAM A
      *             USAR O ANO COM QUATRO DIGITOS NO NOME DO ARQUIVO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - O ARQUIVAMENTO PASSA A EXIGIR
      *             APROVACAO DA FILA DE QUATRO OLHOS (PGMAPRCK, JOB
      *             ARQV01) E GANHA O MODO PREVIA (SIMULACAO): LISTA
      *             EM RELARQV01 OS AGENDAMENTOS E FATURAS QUE IRIAM
      *             PARA O HISTORICO E CONTA AS LINHAS DA TRILHA, SEM
      *             GRAVAR NADA; A PREVIA VAI PARA O SPOOL E FICA
      *             LIGADA A SOLICITACAO PENDENTE (PGMAPRPRV). O MODO
      *             EFETIVO AVISA QUANDO OS TOTAIS DIFEREM DA PREVIA
      *             APROVADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMARQV01.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-HIS.

           SELECT RELARQV01 ASSIGN TO
           WS-PATH-RELARQV01
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           RECORDING MODE IS F.
       01 HIS-IMAGEM              PIC X(256).

       FD RELARQV01
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-EOF BY WS-FS-HIS-EOF
                          WS-FS-OK BY WS-FS-HIS-OK
                          WS-FS BY WS-FS-HIS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-CORTE       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OK          PIC X(01) VALUE 'N'.
       77 WS-QTD-FAT          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LOG          PIC 9(06) VALUE ZEROS.
       77 WS-ID-GUARDA        PIC 9(04) VALUE ZEROS.
       77 WS-VLR-FAT-ARQ      PIC 9(10)V99 VALUE ZEROS.
       77 WS-MODO             PIC X(01) VALUE SPACES.
          88 MODO-PREVIA      VALUE 'P' 'p'.
          88 MODO-EFETIVO     VALUE 'E' 'e'.
       77 WS-APR-JOB          PIC X(08) VALUE SPACES.
       77 WS-APR-OK           PIC X(01) VALUE 'N'.
       77 WS-APR-SOLIC        PIC X(10) VALUE SPACES.
       77 WS-APR-APROV        PIC X(10) VALUE SPACES.
       77 WS-APR-SPOOL-PREV   PIC 9(04) VALUE ZEROS.
       77 WS-APR-QTD-PREV     PIC 9(06) VALUE ZEROS.
       77 WS-APR-VLR-PREV     PIC 9(10)V99 VALUE ZEROS.
       77 WS-PRV-ID-APROV     PIC 9(04) VALUE ZEROS.
       77 WS-PRV-ID-SPOOL     PIC 9(04) VALUE ZEROS.
       77 WS-PRV-QTD          PIC 9(06) VALUE ZEROS.
       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELARQV01".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE "PREVIA".
       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE SPACES.
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMARQV01".

       01 WS-CAB-01.
          03 FILLER           PIC X(10) VALUE SPACES.
          03 FILLER           PIC X(40) VALUE
             "ARQUIVAMENTO ANUAL - PREVIA".

       01 WS-CAB-02.
          03 FILLER           PIC X(36) VALUE
             "MOVIMENTO ANTERIOR A (AAAAMMDD):  ".
          03 WS-CAB-CORTE     PIC 9(08).

       01 WS-CAB-03.
          03 FILLER           PIC X(10) VALUE "ARQUIVO".
          03 FILLER           PIC X(10) VALUE "ID".
          03 FILLER           PIC X(10) VALUE "DATA".
          03 FILLER           PIC X(14) VALUE "VALOR".
          03 FILLER           PIC X(15) VALUE "DESTINO".

       01 WS-DETALHE.
          03 WS-DET-ARQ       PIC X(08).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-ID        PIC ZZZZZZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-DATA      PIC 9(08).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 WS-DET-VLR       PIC ZZZ.ZZ9,99.
          03 FILLER           PIC X(04) VALUE SPACES.
          03 WS-DET-DESTINO   PIC X(07).
          03 WS-DET-ANO       PIC 9(04).

       01 WS-RODAPE-01.
          03 FILLER           PIC X(28) VALUE
             "AGENDAMENTOS A ARQUIVAR...: ".
          03 WS-ROD-AGE       PIC ZZZ.ZZ9.
       01 WS-RODAPE-02.
          03 FILLER           PIC X(28) VALUE
             "FATURAS A ARQUIVAR........: ".
          03 WS-ROD-FAT       PIC ZZZ.ZZ9.
          03 FILLER           PIC X(10) VALUE "   VALOR: ".
          03 WS-ROD-VLR       PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-RODAPE-03.
          03 FILLER           PIC X(28) VALUE
             "LINHAS DE LOG A MOVER.....: ".
          03 WS-ROD-LOG       PIC ZZZ.ZZ9.
           COPY CPYPATHS.

       PROCEDURE DIVISION.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           PERFORM P003-PEDE-MODO THRU P003-FIM
              UNTIL MODO-PREVIA OR MODO-EFETIVO

      *   ARQUIVAMENTO TIRA O MOVIMENTO DOS ARQUIVOS VIVOS: SO RODA
      *   CONSUMINDO UMA APROVACAO DA FILA DE QUATRO OLHOS
      *   (PGMAPR01/PGMAPRCK); A PREVIA NAO GRAVA NADA E DISPENSA A
      *   APROVACAO
           IF MODO-EFETIVO
              MOVE "ARQV01" TO WS-APR-JOB
              CALL "PGMAPRCK" USING WS-APR-JOB, WS-APR-OK,
                                    WS-APR-SOLIC, WS-APR-APROV,
                                    WS-APR-SPOOL-PREV,
                                    WS-APR-QTD-PREV,
                                    WS-APR-VLR-PREV

              IF WS-APR-OK NOT EQUAL 'S'
                 DISPLAY "EXECUCAO DE ARQV01 EXIGE APROVACAO DE UM "
                         "SEGUNDO ADMINISTRADOR (PGMAPR01)."
                 GOBACK
              END-IF

              MOVE 'I'                  TO WS-RUN-ACAO
              MOVE "ARQV01" TO WS-RUN-JOB
              CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                     WS-RUN-JOB, WS-RUN-LIDOS,
                                     WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                     WS-RUN-STATUS
              CALL "PGMRUNAPR" USING WS-RUN-ID, WS-APR-SOLIC,
                                     WS-APR-APROV
           END-IF

           MOVE 'N'                   TO WS-DATA-OK
           PERFORM P005-PEDE-CORTE THRU P005-FIM UNTIL DATA-OK

           IF MODO-PREVIA
              PERFORM P004-ABRE-PREVIA THRU P004-FIM
           END-IF

           PERFORM P010-ARQUIVA-AGENDA  THRU P010-FIM
           PERFORM P020-ARQUIVA-FATURAS THRU P020-FIM
           PERFORM P030-ARQUIVA-CLILOG  THRU P030-FIM

           IF MODO-PREVIA
              PERFORM P040-REGISTRA-PREVIA THRU P040-FIM
              GOBACK
           END-IF

           DISPLAY "AGENDAMENTOS ARQUIVADOS: " WS-QTD-AGE
           DISPLAY "FATURAS ARQUIVADAS.....: " WS-QTD-FAT
           DISPLAY "LINHAS DE LOG MOVIDAS..: " WS-QTD-LOG
           DISPLAY "CONFIRA E SUBSTITUA ARQCLILOG.DAT POR "
                   "ARQCLILOGT.DAT."

           PERFORM P050-CONFERE-PREVIA THRU P050-FIM

           MOVE 'F'                  TO WS-RUN-ACAO
           COMPUTE WS-RUN-GRAVADOS = WS-QTD-AGE + WS-QTD-FAT
                                   + WS-QTD-LOG
           MOVE WS-VLR-FAT-ARQ       TO WS-RUN-TOTAL
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           GOBACK
           .
      *----------------------------------------------------------------
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-HISTDIR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELARQV01_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELARQV01
           END-IF
           .
       P001-FIM.
      *----------------------------------------------------------------
           DISPLAY WS-FS-MSG
           .
       P002-FIM.
       P003-PEDE-MODO.

           DISPLAY "MODO (P=PREVIA / E=EFETIVAR): "
           ACCEPT WS-MODO
           IF NOT MODO-PREVIA AND NOT MODO-EFETIVO
              DISPLAY "MODO INVALIDO"
           END-IF
           .
       P003-FIM.
      *----------------------------------------------------------------
      *   A PREVIA SO LE OS ARQUIVOS E ESCREVE O RELATORIO RELARQV01
      *----------------------------------------------------------------
       P004-ABRE-PREVIA.

           OPEN OUTPUT RELARQV01

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO NO RELATORIO DA PREVIA: " WS-FS-REL
              GOBACK
           END-IF

           MOVE WS-DATA-CORTE         TO WS-CAB-CORTE

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-03             TO REL-LINHA
           WRITE REL-LINHA
           .
       P004-FIM.
       P005-PEDE-CORTE.

           DISPLAY "ARQUIVAR MOVIMENTO ANTERIOR A (AAAAMMDD): "
      *----------------------------------------------------------------
       P010-ARQUIVA-AGENDA.

           IF MODO-PREVIA
              OPEN INPUT AGENDA
           ELSE
              OPEN I-O AGENDA
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "AGENDA INDISPONIVEL PARA O ARQUIVAMENTO."
                     MOVE 10          TO WS-FS
                  ELSE
                     CALL "PGMCOMPCK" USING DATA-AGE, WS-COMP-FECHADA
                     IF COMP-BLOQUEADA AND MODO-PREVIA
                        PERFORM P012-PREVIA-AGENDA
                     END-IF
                     IF COMP-BLOQUEADA AND MODO-EFETIVO
                        MOVE DATA-AGE(1:4) TO WS-ANO-REGISTRO
                        PERFORM P007-POSICIONA-HISTORICO
                           THRU P007-FIM
                        MOVE SPACES   TO HIS-IMAGEM
                        WRITE HIS-IMAGEM FROM REG-AGE
                        DELETE AGENDA RECORD
                        MOVE "ARQAGE"             TO WS-JRN-ARQ
                        MOVE 'D'                  TO WS-JRN-OPER
                        CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                               WS-JRN-PGM, WS-FS,
                                               REG-AGE
                        IF WS-FS-OK
                           ADD 1      TO WS-QTD-AGE
                        END-IF
                  END-IF
           END-READ
           .
       P012-PREVIA-AGENDA.

           ADD 1                      TO WS-QTD-AGE

           MOVE "AGENDA"              TO WS-DET-ARQ
           MOVE ID-AGE                TO WS-DET-ID
           MOVE DATA-AGE              TO WS-DET-DATA
           MOVE ZEROS                 TO WS-DET-VLR
           MOVE "HISTAGE"             TO WS-DET-DESTINO
           MOVE DATA-AGE(1:4)         TO WS-DET-ANO

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   FATURAS JA LIQUIDADAS (PAGAS, GLOSADAS OU ESTORNADAS)
      *   ANTERIORES AO CORTE, DE COMPETENCIA FECHADA, VAO PARA
      *----------------------------------------------------------------
       P020-ARQUIVA-FATURAS.

           IF MODO-PREVIA
              OPEN INPUT FATURA
           ELSE
              OPEN I-O FATURA
           END-IF

           IF NOT WS-FS-FAT-OK
              DISPLAY "FATURAS INDISPONIVEIS PARA O ARQUIVAMENTO."
                  IF NOT FATURA-ABERTA
                     AND DATA-FAT LESS WS-DATA-CORTE
                     CALL "PGMCOMPCK" USING DATA-FAT, WS-COMP-FECHADA
                     IF COMP-BLOQUEADA AND MODO-PREVIA
                        PERFORM P022-PREVIA-FATURA
                     END-IF
                     IF COMP-BLOQUEADA AND MODO-EFETIVO
                        MOVE ID-FATURA TO WS-ID-GUARDA
                        MOVE DATA-FAT(1:4) TO WS-ANO-REGISTRO
                        PERFORM P007-POSICIONA-HISTORICO
                        MOVE SPACES   TO HIS-IMAGEM
                        WRITE HIS-IMAGEM FROM REG-FATURA
                        DELETE FATURA RECORD
                        MOVE "ARQFATURA"          TO WS-JRN-ARQ
                        MOVE 'D'                  TO WS-JRN-OPER
                        CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                               WS-JRN-PGM, WS-FS-FAT,
                                               REG-FATURA
                        IF WS-FS-FAT-OK
                           ADD 1      TO WS-QTD-FAT
                           ADD VLR-FAT TO WS-VLR-FAT-ARQ
                        END-IF
      *   O DELETE DESLOCA A POSICAO CORRENTE; A VARREDURA RETOMA DO
      *   ID SEGUINTE AO ARQUIVADO
                  END-IF
           END-READ
           .
       P022-PREVIA-FATURA.

           ADD 1                      TO WS-QTD-FAT
           ADD VLR-FAT                TO WS-VLR-FAT-ARQ

           MOVE "FATURA"              TO WS-DET-ARQ
           MOVE ID-FATURA             TO WS-DET-ID
           MOVE DATA-FAT              TO WS-DET-DATA
           MOVE VLR-FAT               TO WS-DET-VLR
           MOVE "HISTFAT"             TO WS-DET-DESTINO
           MOVE DATA-FAT(1:4)         TO WS-DET-ANO

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   TRILHA DE CLIENTES: LINHAS ANTIGAS VAO PARA HISTLOG DO ANO,
      *   AS RECENTES SAO REGRAVADAS EM ARQCLILOGT PARA O OPERADOR
              GO TO P030-FIM
           END-IF

           IF MODO-PREVIA
              PERFORM P032-CONTA-LOG UNTIL WS-FS-LOG-EOF
              CLOSE CLILOG
              GO TO P030-FIM
           END-IF

           OPEN OUTPUT CLILOGT

           MOVE "HISTLOG"             TO WS-PREFIXO
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   PREVIA DA TRILHA: SO CONTA AS LINHAS QUE IRIAM PARA O
      *   HISTORICO
      *----------------------------------------------------------------
       P032-CONTA-LOG.

           READ CLILOG
               AT END
                  MOVE 10             TO WS-FS-LOG
               NOT AT END
                  CALL "PGMSECULO" USING LOG-DATA, WS-LOG-DATA-8
                  IF WS-LOG-DATA-8 LESS WS-DATA-CORTE
                     ADD 1            TO WS-QTD-LOG
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   FECHA A PREVIA COM OS TOTAIS, GUARDA NO SPOOL E CARIMBA A
      *   GERACAO NA SOLICITACAO PENDENTE DO ARQUIVAMENTO
      *----------------------------------------------------------------
       P040-REGISTRA-PREVIA.

           MOVE WS-QTD-AGE            TO WS-ROD-AGE
           MOVE WS-QTD-FAT            TO WS-ROD-FAT
           MOVE WS-VLR-FAT-ARQ        TO WS-ROD-VLR
           MOVE WS-QTD-LOG            TO WS-ROD-LOG

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-03          TO REL-LINHA
           WRITE REL-LINHA

           CLOSE RELARQV01

           DISPLAY "PREVIA GERADA, NADA FOI GRAVADO."
           DISPLAY "AGENDAMENTOS A ARQUIVAR: " WS-QTD-AGE
           DISPLAY "FATURAS A ARQUIVAR.....: " WS-QTD-FAT
           DISPLAY "LINHAS DE LOG A MOVER..: " WS-QTD-LOG

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELARQV01,
                                 WS-SPOOL-PARMS

           MOVE "ARQV01"              TO WS-APR-JOB
           COMPUTE WS-PRV-QTD = WS-QTD-AGE + WS-QTD-FAT + WS-QTD-LOG
           CALL "PGMAPRPRV" USING WS-APR-JOB, WS-SPOOL-NOME,
                                  WS-PRV-QTD, WS-VLR-FAT-ARQ,
                                  WS-PRV-ID-APROV, WS-PRV-ID-SPOOL

           IF WS-PRV-ID-APROV EQUAL ZEROS
              DISPLAY "NENHUMA SOLICITACAO PENDENTE DE ARQV01: "
                      "REGISTRE NO PGMAPR01 E RODE A PREVIA DE NOVO."
           ELSE
              DISPLAY "PREVIA (SPOOL " WS-PRV-ID-SPOOL
                      ") LIGADA A SOLICITACAO " WS-PRV-ID-APROV "."
           END-IF
           .
       P040-FIM.
      *----------------------------------------------------------------
      *   A EXECUCAO REAL COMPARA OS SEUS TOTAIS (REGISTROS MOVIDOS E
      *   VALOR DAS FATURAS) COM OS DA PREVIA APROVADA
      *----------------------------------------------------------------
       P050-CONFERE-PREVIA.

           COMPUTE WS-PRV-QTD = WS-QTD-AGE + WS-QTD-FAT + WS-QTD-LOG

           IF WS-PRV-QTD NOT EQUAL WS-APR-QTD-PREV
              OR WS-VLR-FAT-ARQ NOT EQUAL WS-APR-VLR-PREV
              DISPLAY "ATENCAO: TOTAIS DIFEREM DA PREVIA APROVADA "
                      "(SPOOL " WS-APR-SPOOL-PREV ")."
              DISPLAY "PREVIA: " WS-APR-QTD-PREV " REGISTROS / "
                      WS-APR-VLR-PREV "  REAL: " WS-PRV-QTD
                      " REGISTROS / " WS-VLR-FAT-ARQ
           END-IF
           .
       P050-FIM.
       END PROGRAM PGMARQV01.
