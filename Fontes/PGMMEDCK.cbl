      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CONFERIR UMA LINHA DE RECEITA ANTES DE ACEITA-LA
      *          (CPYMEDCK): CRUZA O PRINCIPIO ATIVO E A CLASSE DO
      *          MEDICAMENTO (ARQMEDIC) COM OS ALERTAS ATIVOS DE
      *          ALERGIA E DE MEDICACAO DO PACIENTE (ARQALERTA,
      *          SUBST-ALE), COM AS LINHAS JA ACEITAS NA RECEITA EM
      *          EMISSAO E COM AS RECEITAS ANTERIORES CUJO TRATAMENTO
      *          AINDA NAO TERMINOU NA DATA (DIAS-TRAT-IT). MESMO
      *          MEDICAMENTO OU PRINCIPIO ATIVO EM ABERTO E
      *          DUPLICIDADE GRAVE; MESMA CLASSE, GRAVIDADE MEDIA.
      *          SEM O CATALOGO OU COM ERRO NOS ARQUIVOS, DEVOLVE
      *          MCK-NAO-VERIFICADO. USADO PELO PGMREC01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMEDCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDICAMENTOS ASSIGN TO
           WS-PATH-ARQMEDIC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-MED
           FILE STATUS  IS WS-FS.

           SELECT ALERTAS ASSIGN TO
           WS-PATH-ARQALERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-ALERTA
           FILE STATUS  IS WS-FS-ALE.

           SELECT RECEITAS ASSIGN TO
           WS-PATH-ARQRECEIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-REC
           FILE STATUS  IS WS-FS-REC.

           SELECT RECITENS ASSIGN TO
           WS-PATH-ARQRECIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-RECIT
           FILE STATUS  IS WS-FS-RIT.

       DATA DIVISION.
       FILE SECTION.
       FD MEDICAMENTOS.
           COPY CPYMEDIC.

       FD ALERTAS.
           COPY CPYALERTA.

       FD RECEITAS.
           COPY CPYRECEIT.

       FD RECITENS.
           COPY CPYRECIT.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ALE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-ALE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-ALE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-ALE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-ALE-EOF
                          WS-FS-OK BY WS-FS-ALE-OK
                          WS-FS BY WS-FS-ALE.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REC-EOF
                          WS-FS-OK BY WS-FS-REC-OK
                          WS-FS BY WS-FS-REC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RIT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RIT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RIT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RIT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RIT-EOF
                          WS-FS-OK BY WS-FS-RIT-OK
                          WS-FS BY WS-FS-RIT.

       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-ALE-DISP         PIC X(01) VALUE 'N'.
          88 ALERTAS-DISPONIVEIS VALUE 'S'.
       77 WS-REC-DISP         PIC X(01) VALUE 'N'.
          88 RECEITAS-DISPONIVEIS VALUE 'S'.
       77 WS-RIT-DISP         PIC X(01) VALUE 'N'.
          88 ITENS-DISPONIVEIS VALUE 'S'.
       77 WS-SEQ-LINHA        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LINHAS       PIC 9(02) VALUE ZEROS.
       77 WS-DIAS             PIC 9(05) VALUE ZEROS.
       77 WS-GRAV-ACHADA      PIC X(01) VALUE SPACE.
       77 WS-TIPO-ACHADO      PIC X(01) VALUE SPACE.
       77 WS-DESC-TIPO        PIC X(09) VALUE SPACES.
       77 WS-MSG              PIC X(70) VALUE SPACES.

      *   O MEDICAMENTO PEDIDO, GUARDADO ANTES DE O REGISTRO DO
      *   CATALOGO SER REUSADO PARA LER OS MEDICAMENTOS JA PRESCRITOS
       01 WS-MED-NOVO.
          03 WS-NOVO-ID          PIC 9(04).
          03 WS-NOVO-PRINC       PIC X(20).
          03 WS-NOVO-CLASSE      PIC X(20).
           COPY CPYPATHS.
       LINKAGE SECTION.
           COPY CPYMEDCK.

       PROCEDURE DIVISION USING MEDCK-PARM.
       MAIN-PROCEDURE.

            SET MCK-NAO-VERIFICADO    TO TRUE
            SET MCK-SEM-CONFLITO      TO TRUE
            MOVE SPACE                TO MCK-GRAV
            MOVE ZEROS                TO MCK-QTD-MSG

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            PERFORM P005-ABRE-ARQUIVOS THRU P005-FIM

            IF NOT WS-FS-OK
               GOBACK
            END-IF

            MOVE MCK-ID-MED           TO ID-MED

            READ MEDICAMENTOS
                INVALID KEY
                   PERFORM P090-FECHA-ARQUIVOS THRU P090-FIM
                   GOBACK
            END-READ

            MOVE ID-MED               TO WS-NOVO-ID
            MOVE PRINC-ATIVO-MED      TO WS-NOVO-PRINC
            MOVE CLASSE-MED           TO WS-NOVO-CLASSE

            IF ALERTAS-DISPONIVEIS
               PERFORM P010-CONFERE-ALERTAS THRU P010-FIM
            END-IF

            PERFORM P020-CONFERE-RECEITA-ATUAL THRU P020-FIM

            IF RECEITAS-DISPONIVEIS AND ITENS-DISPONIVEIS
               PERFORM P030-CONFERE-ANTERIORES THRU P030-FIM
            END-IF

            SET MCK-VERIFICADO        TO TRUE

            PERFORM P090-FECHA-ARQUIVOS THRU P090-FIM

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQMEDIC_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQMEDIC
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQALERTA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQALERTA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRECEIT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQRECEIT
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRECIT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQRECIT
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   ARQUIVO INEXISTENTE (35) DE ALERTAS OU DE RECEITAS SO QUER
      *   DIZER QUE NADA FOI CADASTRADO AINDA; QUALQUER OUTRO ERRO
      *   IMPEDE A CONFERENCIA (WS-FS FICA DIFERENTE DE ZEROS)
      *----------------------------------------------------------------
       P005-ABRE-ARQUIVOS.

            MOVE 'N'                  TO WS-ALE-DISP
                                         WS-REC-DISP
                                         WS-RIT-DISP

            OPEN INPUT MEDICAMENTOS

            IF NOT WS-FS-OK
               GO TO P005-FIM
            END-IF

            OPEN INPUT ALERTAS

            IF WS-FS-ALE-OK
               SET ALERTAS-DISPONIVEIS TO TRUE
            ELSE
               IF NOT WS-FS-ALE-NAO-EXISTE
                  CLOSE MEDICAMENTOS
                  MOVE WS-FS-ALE      TO WS-FS
                  GO TO P005-FIM
               END-IF
            END-IF

            OPEN INPUT RECITENS

            IF WS-FS-RIT-NAO-EXISTE
               GO TO P005-FIM
            END-IF

            IF NOT WS-FS-RIT-OK
               PERFORM P090-FECHA-ARQUIVOS THRU P090-FIM
               MOVE WS-FS-RIT         TO WS-FS
               GO TO P005-FIM
            END-IF

            SET ITENS-DISPONIVEIS     TO TRUE

            OPEN INPUT RECEITAS

            IF WS-FS-REC-OK
               SET RECEITAS-DISPONIVEIS TO TRUE
            ELSE
               IF NOT WS-FS-REC-NAO-EXISTE
                  PERFORM P090-FECHA-ARQUIVOS THRU P090-FIM
                  MOVE WS-FS-REC      TO WS-FS
               END-IF
            END-IF
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   ALERTAS ATIVOS DE ALERGIA OU MEDICACAO DO PACIENTE CUJA
      *   SUBSTANCIA E O PRINCIPIO ATIVO OU A CLASSE DO MEDICAMENTO
      *----------------------------------------------------------------
       P010-CONFERE-ALERTAS.

            SET WS-EOF-OK             TO FALSE
            MOVE MCK-ID-CLI           TO ID-CLI-ALE
            MOVE ZEROS                TO SEQ-ALE

            START ALERTAS KEY IS NOT LESS THAN CHAVE-ALERTA
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P011-LE-ALERTA THRU P011-FIM UNTIL WS-EOF-OK
            .
       P010-FIM.
       P011-LE-ALERTA.

            READ ALERTAS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P011-FIM
            END-READ

            IF ID-CLI-ALE NOT EQUAL MCK-ID-CLI
               SET WS-EOF-OK          TO TRUE
               GO TO P011-FIM
            END-IF

            IF ALERTA-INATIVO OR SUBST-ALE EQUAL SPACES
               GO TO P011-FIM
            END-IF

            IF NOT ALERTA-ALERGIA AND NOT ALERTA-MEDICACAO
               GO TO P011-FIM
            END-IF

            IF SUBST-ALE NOT EQUAL WS-NOVO-PRINC
               AND SUBST-ALE NOT EQUAL WS-NOVO-CLASSE
               GO TO P011-FIM
            END-IF

            IF ALERTA-ALERGIA
               MOVE "ALERGIA"         TO WS-DESC-TIPO
            ELSE
               MOVE "MEDICACAO"       TO WS-DESC-TIPO
            END-IF

            MOVE SPACES               TO WS-MSG
            STRING "ALERTA DE " WS-DESC-TIPO " (GRAVIDADE " GRAV-ALE
                   "): " TEXTO-ALE
                   DELIMITED BY SIZE INTO WS-MSG

            MOVE 'A'                  TO WS-TIPO-ACHADO
            MOVE GRAV-ALE             TO WS-GRAV-ACHADA
            PERFORM P050-REGISTRA-CONFLITO THRU P050-FIM
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   LINHAS JA ACEITAS NA RECEITA QUE ESTA SENDO EMITIDA
      *----------------------------------------------------------------
       P020-CONFERE-RECEITA-ATUAL.

            IF MCK-ID-REC EQUAL ZEROS OR NOT ITENS-DISPONIVEIS
               GO TO P020-FIM
            END-IF

            MOVE ZEROS                TO DATA-REC
            MOVE MCK-ID-REC           TO ID-REC
            MOVE 10                   TO WS-QTD-LINHAS

            PERFORM P040-CONFERE-LINHA THRU P040-FIM
               VARYING WS-SEQ-LINHA FROM 1 BY 1
               UNTIL WS-SEQ-LINHA GREATER WS-QTD-LINHAS
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   RECEITAS ANTERIORES DO PACIENTE (ARQRECEIT NAO TEM CHAVE POR
      *   CLIENTE; A VARREDURA E A MESMA DO PGMREC02)
      *----------------------------------------------------------------
       P030-CONFERE-ANTERIORES.

            MOVE ZEROS                TO WS-FS-REC

            PERFORM P031-LE-RECEITA THRU P031-FIM UNTIL WS-FS-REC-EOF
            .
       P030-FIM.
       P031-LE-RECEITA.

            READ RECEITAS NEXT RECORD
                AT END
                   GO TO P031-FIM
            END-READ

            IF ID-CLI-REC NOT EQUAL MCK-ID-CLI
               OR ID-REC EQUAL MCK-ID-REC
               OR DATA-REC GREATER MCK-DATA
               GO TO P031-FIM
            END-IF

            MOVE QTD-LINHAS-REC       TO WS-QTD-LINHAS

            PERFORM P040-CONFERE-LINHA THRU P040-FIM
               VARYING WS-SEQ-LINHA FROM 1 BY 1
               UNTIL WS-SEQ-LINHA GREATER WS-QTD-LINHAS
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   UMA LINHA PRESCRITA: NA RECEITA ATUAL (DATA-REC ZERADA)
      *   SEMPRE CONTA; NAS ANTERIORES, SO SE O TRATAMENTO AINDA ESTA
      *   EM CURSO NA DATA DA NOVA RECEITA
      *----------------------------------------------------------------
       P040-CONFERE-LINHA.

            MOVE ID-REC               TO ID-REC-IT
            MOVE WS-SEQ-LINHA         TO SEQ-REC-IT

            READ RECITENS
                INVALID KEY
                   MOVE 99            TO WS-SEQ-LINHA
                   GO TO P040-FIM
            END-READ

            IF DATA-REC GREATER ZEROS
               IF DIAS-TRAT-IT EQUAL ZEROS
                  GO TO P040-FIM
               END-IF
               IF NOT USO-CONTINUO
                  CALL "PGMDIADIF" USING DATA-REC, MCK-DATA, WS-DIAS
                  IF WS-DIAS NOT LESS DIAS-TRAT-IT
                     GO TO P040-FIM
                  END-IF
               END-IF
            END-IF

            MOVE ID-MED-IT            TO ID-MED

            READ MEDICAMENTOS
                INVALID KEY
                   GO TO P040-FIM
            END-READ

            MOVE SPACE                TO WS-GRAV-ACHADA

            IF ID-MED EQUAL WS-NOVO-ID
               OR (PRINC-ATIVO-MED NOT EQUAL SPACES
                   AND PRINC-ATIVO-MED EQUAL WS-NOVO-PRINC)
               MOVE '3'               TO WS-GRAV-ACHADA
            ELSE
               IF CLASSE-MED NOT EQUAL SPACES
                  AND CLASSE-MED EQUAL WS-NOVO-CLASSE
                  MOVE '2'            TO WS-GRAV-ACHADA
               END-IF
            END-IF

            IF WS-GRAV-ACHADA EQUAL SPACE
               GO TO P040-FIM
            END-IF

            MOVE SPACES               TO WS-MSG
            IF DATA-REC EQUAL ZEROS
               STRING "JA PRESCRITO NESTA RECEITA: " NM-MED
                      DELIMITED BY SIZE INTO WS-MSG
            ELSE
               STRING "EM TRATAMENTO (RECEITA " ID-REC " DE "
                      DATA-REC "): " NM-MED
                      DELIMITED BY SIZE INTO WS-MSG
            END-IF

            MOVE 'D'                  TO WS-TIPO-ACHADO
            PERFORM P050-REGISTRA-CONFLITO THRU P050-FIM
            .
       P040-FIM.
      *----------------------------------------------------------------
      *   GUARDA A MENSAGEM E FICA COM O CONFLITO MAIS GRAVE
      *----------------------------------------------------------------
       P050-REGISTRA-CONFLITO.

            IF MCK-QTD-MSG LESS 10
               ADD 1                  TO MCK-QTD-MSG
               MOVE WS-MSG            TO MCK-MSG (MCK-QTD-MSG)
            END-IF

            IF MCK-GRAV EQUAL SPACE OR WS-GRAV-ACHADA GREATER MCK-GRAV
               MOVE WS-GRAV-ACHADA    TO MCK-GRAV
               MOVE WS-TIPO-ACHADO    TO MCK-CONFLITO
            END-IF
            .
       P050-FIM.
       P090-FECHA-ARQUIVOS.

            CLOSE MEDICAMENTOS

            IF ALERTAS-DISPONIVEIS
               CLOSE ALERTAS
            END-IF

            IF RECEITAS-DISPONIVEIS
               CLOSE RECEITAS
            END-IF

            IF ITENS-DISPONIVEIS
               CLOSE RECITENS
            END-IF
            .
       P090-FIM.
       END PROGRAM PGMMEDCK.
