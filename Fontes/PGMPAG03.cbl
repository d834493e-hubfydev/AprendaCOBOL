      *          TOTAL GERAL, PARA O DONO ENXERGAR O QUE A CLINICA
      *          DEVE E QUANDO.
      ******************************************************************
      * Manutencao: 15 OUT 2026 - TITULO DE REPASSE A PROFISSIONAL
      *             (PGMCMS02) SAI COM O NOME DO PROFISSIONAL E TEM
      *             TOTAL PROPRIO, SEPARADO DOS FORNECEDORES.
      * Manutencao: 15 OUT 2026 - TITULO COM VALOR ESTIMADO (DESPESA
      *             RECORRENTE AINDA NAO CONFIRMADA) SAI MARCADO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPAG03.
       ENVIRONMENT DIVISION.
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRF.

           SELECT RELPAGAR ASSIGN TO
           WS-PATH-RELPAGAR
           ORGANIZATION IS SEQUENTIAL
       FD FORNECED.
           COPY CPYFORN.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD RELPAGAR
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
                          WS-FS-EOF BY WS-FS-FRN-EOF
                          WS-FS-OK BY WS-FS-FRN-OK
                          WS-FS BY WS-FS-FRN.
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
       77 WS-QTD-FORN             PIC 9(03)  VALUE ZEROS.
       77 WS-ACHOU                PIC X(01)  VALUE 'N'.
          88 FORN-ACHADO          VALUE 'S'.
       77 WS-PROF-DISP            PIC X(01)  VALUE 'N'.
          88 PROFISSIONAIS-DISPONIVEIS VALUE 'S'.
       77 WS-NOME-FAVORECIDO      PIC X(30)  VALUE SPACES.

       01 WS-TABELA.
          03 WS-TITULO OCCURS 200 TIMES.
             05 TAB-FORN          PIC 9(04).
             05 TAB-DOC           PIC X(10).
             05 TAB-VLR           PIC 9(06)V99.
             05 TAB-PROF          PIC 9(04).
             05 TAB-ESTIM         PIC X(01).

       01 WS-TITULO-TROCA.
          03 TRC-VENC             PIC 9(08).
          03 TRC-ID               PIC 9(04).
          03 TRC-FORN             PIC 9(04).
          03 TRC-DOC              PIC X(10).
          03 TRC-VLR              PIC 9(06)V99.
          03 TRC-PROF             PIC 9(04).
          03 TRC-ESTIM            PIC X(01).

       01 WS-TAB-FORN.
          03 WS-FORN-ITEM OCCURS 100 TIMES.
             05 TABF-FORN         PIC 9(04).
             05 TABF-VLR          PIC 9(08)V99.
             05 TABF-PROF         PIC 9(04).

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 WS-DET-DOC           PIC X(10).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ESTIM         PIC X(09).

       01 WS-LINHA-FORN.
          03 FILLER               PIC X(12)  VALUE "FORNECEDOR: ".
              MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELPAGAR
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT  PROFISSIONAIS

           IF WS-FS-PRF-OK
              SET PROFISSIONAIS-DISPONIVEIS TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
       P020-LER-TITULO.
                 MOVE ID-FORN-PAG     TO TAB-FORN (WS-QTD-TITULOS)
                 MOVE NUM-DOC-PAG     TO TAB-DOC (WS-QTD-TITULOS)
                 MOVE VLR-PAG         TO TAB-VLR (WS-QTD-TITULOS)
                 MOVE ID-PROF-PAG     TO TAB-PROF (WS-QTD-TITULOS)
                 MOVE VLR-ESTIM-PAG   TO TAB-ESTIM (WS-QTD-TITULOS)
                 ADD VLR-PAG          TO WS-TOTAL-GERAL
                 PERFORM P031-ACUMULA-FORNECEDOR
              ELSE
           PERFORM VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND GREATER WS-QTD-FORN OR FORN-ACHADO
              IF TABF-FORN (WS-IND) EQUAL ID-FORN-PAG
                 AND TABF-PROF (WS-IND) EQUAL ID-PROF-PAG
                 ADD VLR-PAG          TO TABF-VLR (WS-IND)
                 SET FORN-ACHADO      TO TRUE
              END-IF
              ADD 1                   TO WS-QTD-FORN
              MOVE ID-FORN-PAG        TO TABF-FORN (WS-QTD-FORN)
              MOVE VLR-PAG            TO TABF-VLR (WS-QTD-FORN)
              MOVE ID-PROF-PAG        TO TABF-PROF (WS-QTD-FORN)
           END-IF
           .
      *----------------------------------------------------------------
       P051-IMPRIME-TITULO.

           MOVE TAB-FORN (WS-IND)     TO ID-FORN
           MOVE TAB-PROF (WS-IND)     TO ID-PROF
           PERFORM P053-NOME-FAVORECIDO

           MOVE TAB-VENC (WS-IND)     TO WS-DET-VENC
           MOVE TAB-ID (WS-IND)       TO WS-DET-ID
           MOVE WS-NOME-FAVORECIDO    TO WS-DET-FORN-NM
           MOVE TAB-DOC (WS-IND)      TO WS-DET-DOC
           MOVE TAB-VLR (WS-IND)      TO WS-DET-VLR
           IF TAB-ESTIM (WS-IND) EQUAL 'S'
              MOVE "ESTIMADO"         TO WS-DET-ESTIM
           ELSE
              MOVE SPACES             TO WS-DET-ESTIM
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
       P052-IMPRIME-FORNECEDOR.

           MOVE TABF-FORN (WS-IND)    TO ID-FORN
           MOVE TABF-PROF (WS-IND)    TO ID-PROF
           PERFORM P053-NOME-FAVORECIDO

           MOVE WS-NOME-FAVORECIDO    TO WS-LF-NOME
           MOVE TABF-VLR (WS-IND)     TO WS-LF-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-FORN         TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   NOME DO FAVORECIDO: O FORNECEDOR OU, NO TITULO DE REPASSE,
      *   O PROFISSIONAL
      *----------------------------------------------------------------
       P053-NOME-FAVORECIDO.

           MOVE SPACES                TO WS-NOME-FAVORECIDO

           IF ID-PROF EQUAL ZEROS
              READ FORNECED
                  INVALID KEY
                     MOVE "*FORNECEDOR NAO ENCONTRADO*" TO NM-FORN
              END-READ
              MOVE NM-FORN            TO WS-NOME-FAVORECIDO
           ELSE
              MOVE "*NAO ENCONTRADO*"  TO NM-PROF
              IF PROFISSIONAIS-DISPONIVEIS
                 READ PROFISSIONAIS
                     INVALID KEY
                        MOVE "*NAO ENCONTRADO*"
                                      TO NM-PROF
                 END-READ
              END-IF
              STRING "REPASSE " DELIMITED BY SIZE
                     NM-PROF    DELIMITED BY SIZE
                     INTO WS-NOME-FAVORECIDO
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE PAGAR
           CLOSE FORNECED
           CLOSE RELPAGAR

           IF PROFISSIONAIS-DISPONIVEIS
              CLOSE PROFISSIONAIS
           END-IF
           .
       END PROGRAM PGMPAG03.
