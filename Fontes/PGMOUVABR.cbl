      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: ABRIR UMA MANIFESTACAO DE OUVIDORIA (ARQOUVID) COM OS
      *          DADOS PREENCHIDOS PELO CHAMADOR EM REG-OUVID: TIRA O
      *          PROXIMO ID-OUV (PGMPROXOU), DATA A ABERTURA, MARCA
      *          COMO ABERTA E, SEM PRAZO INFORMADO, CALCULA O PRAZO
      *          DE RESPOSTA - OUVPRAZO DIAS CORRIDOS NA TABELA CENTRAL
      *          (PGMPARAM), PADRAO 7 - A PARTIR DA ABERTURA. DEVOLVE
      *          O ID-OUV GRAVADO, OU ZERO QUANDO NAO CONSEGUE GRAVAR.
      *          USADO PELO PGMOUV01 (BALCAO) E PELO PGMNPSRET (NOTA
      *          DETRATORA DA PESQUISA DE SATISFACAO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMOUVABR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUVIDORIA ASSIGN TO
           WS-PATH-ARQOUVID
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-OUV-ARQ
           FILE STATUS  IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD OUVIDORIA.
       01 REG-OUV-ARQ.
          03 CHAVE-OUV-ARQ       PIC 9(08).
          03 FILLER              PIC X(185).

       WORKING-STORAGE SECTION.
           COPY CPYFS.

       77 WS-PROX-ID          PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-DIAS       PIC 9(03) VALUE 7.
       77 WS-TIPO-SOMA        PIC X(01) VALUE 'D'.

       77 WS-PAR-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE SPACES.

           COPY CPYPATHS.
       LINKAGE SECTION.
           COPY CPYOUVID.

       PROCEDURE DIVISION USING REG-OUVID.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            MOVE ZEROS                TO WS-PROX-ID

            OPEN I-O OUVIDORIA

            IF WS-FS EQUAL 35
               OPEN OUTPUT OUVIDORIA
               CLOSE OUVIDORIA
               OPEN I-O OUVIDORIA
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NO ARQUIVO DE OUVIDORIA: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               MOVE ZEROS             TO ID-OUV
               GOBACK
            END-IF

            PERFORM P010-GRAVA THRU P010-FIM

            CLOSE OUVIDORIA

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR O CAMINHO DO ARQUIVO POR UMA VARIAVEL DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQOUVID_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQOUVID
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
            DISPLAY WS-FS-MSG
            .
       P002-FIM.
       P010-GRAVA.

            CALL "PGMPROXOU" USING WS-PROX-ID

            IF WS-PROX-ID EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR A MANIFESTACAO."
               MOVE ZEROS             TO ID-OUV
               GO TO P010-FIM
            END-IF

            MOVE WS-PROX-ID           TO ID-OUV
            ACCEPT DATA-ABERT-OUV FROM DATE YYYYMMDD
            SET OUV-ABERTA            TO TRUE
            MOVE ZEROS                TO DATA-RESOL-OUV

            IF PRAZO-OUV EQUAL ZEROS
               PERFORM P011-CALCULA-PRAZO THRU P011-FIM
            END-IF

            WRITE REG-OUV-ARQ FROM REG-OUVID
                INVALID KEY
                   DISPLAY "JA EXISTE MANIFESTACAO COM ESTE ID: "
                           WS-PROX-ID
                   MOVE ZEROS         TO ID-OUV
            END-WRITE
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   PRAZO DE RESPOSTA EM DIAS CORRIDOS DA ABERTURA (OUVPRAZO)
      *----------------------------------------------------------------
       P011-CALCULA-PRAZO.

            MOVE "OUVPRAZO"           TO WS-PAR-CHAVE
            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG

            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
                            AND WS-PAR-NUM LESS 1000
               MOVE WS-PAR-NUM        TO WS-PRAZO-DIAS
            END-IF

            MOVE DATA-ABERT-OUV       TO PRAZO-OUV
            CALL "PGMDATADD" USING PRAZO-OUV, WS-TIPO-SOMA,
                                   WS-PRAZO-DIAS
            .
       P011-FIM.
       END PROGRAM PGMOUVABR.
