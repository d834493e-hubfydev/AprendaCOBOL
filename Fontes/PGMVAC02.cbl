      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANUTENCAO DO CATALOGO DE VACINAS (ARQVACINA):
      *          INCLUIR, ALTERAR O ESQUEMA, INATIVAR E LISTAR. CADA
      *          VACINA APONTA PARA O SEU ITEM DE ESTOQUE (ARQESTQ),
      *          DE ONDE SAEM OS LOTES NA APLICACAO (PGMVAC01), E
      *          TRAZ O ESQUEMA DE DOSES: QUANTAS DOSES NO ESQUEMA
      *          BASICO (1 A 5), O INTERVALO EM DIAS DE CADA DOSE
      *          PARA A ANTERIOR E O INTERVALO EM MESES DOS REFORCOS.
      *          O ITEM DA VACINA NAO DEVE CONSTAR DOS INSUMOS DO
      *          PROCEDIMENTO DE VACINACAO (ARQPROCINS), SENAO O
      *          ATENDIMENTO (PGMAGE05) BAIXA A DOSE UMA SEGUNDA VEZ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVAC02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VACINAS ASSIGN TO
           WS-PATH-ARQVACINA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-VACINA
           FILE STATUS  IS WS-FS.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

       DATA DIVISION.
       FILE SECTION.
       FD VACINAS.
           COPY CPYVACINA.

       FD ESTOQUE.
           COPY CPYESTQ.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EST-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EST-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EST-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EST-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EST-EOF
                          WS-FS-OK BY WS-FS-EST-OK
                          WS-FS BY WS-FS-EST.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-EST-DISP         PIC X(01) VALUE 'N'.
          88 ESTOQUE-DISPONIVEL VALUE 'S'.
       77 WS-CAMPO-OK         PIC X(01) VALUE 'N'.
          88 CAMPO-ACEITO     VALUE 'S'.
       77 WS-IND              PIC 9(01) VALUE ZEROS.
       77 WS-DESC-SITUACAO    PIC X(10) VALUE SPACES.
       77 WS-NM-NOVO          PIC X(30) VALUE SPACES.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN I-O VACINAS

            IF WS-FS EQUAL 35
               OPEN OUTPUT VACINAS
               CLOSE VACINAS
               OPEN I-O VACINAS
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NO CATALOGO DE VACINAS: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               GOBACK
            END-IF

            OPEN INPUT ESTOQUE

            IF WS-FS-EST-OK
               SET ESTOQUE-DISPONIVEL TO TRUE
            END-IF

            PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

            CLOSE VACINAS

            IF ESTOQUE-DISPONIVEL
               CLOSE ESTOQUE
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQVACINA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQVACINA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
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
      *----------------------------------------------------------------
      *             MENU DO CATALOGO DE VACINAS
      *----------------------------------------------------------------
       P005-MENU.

            DISPLAY "************************************************"
            DISPLAY "*****         CATALOGO DE VACINAS          *****"
            DISPLAY "************************************************"
            DISPLAY "* 1 - INCLUIR"
            DISPLAY "* 2 - ALTERAR NOME/ITEM DE ESTOQUE/ESQUEMA"
            DISPLAY "* 3 - INATIVAR/REATIVAR"
            DISPLAY "* 4 - LISTAR"
            DISPLAY "* 5 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P010-INCLUI        THRU P010-FIM
                WHEN 2
                   PERFORM P020-ALTERA        THRU P020-FIM
                WHEN 3
                   PERFORM P030-INATIVA       THRU P030-FIM
                WHEN 4
                   PERFORM P040-LISTA         THRU P040-FIM
                WHEN 5
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P005-FIM.
       P010-INCLUI.

            DISPLAY "INFORME O ID DA VACINA: "
            ACCEPT ID-VACINA

            IF ID-VACINA EQUAL ZEROS
               DISPLAY "ID INVALIDO."
               GO TO P010-FIM
            END-IF

            DISPLAY "NOME DA VACINA: "
            ACCEPT NM-VACINA

            PERFORM P011-ACEITA-ESQUEMA THRU P011-FIM

            SET VACINA-ATIVA          TO TRUE

            WRITE REG-VACINA
                INVALID KEY
                   DISPLAY "JA EXISTE VACINA COM ESTE ID."
                NOT INVALID KEY
                   DISPLAY "VACINA INCLUIDA."
            END-WRITE
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   ITEM DE ESTOQUE E ESQUEMA DE DOSES: INTERVALO EM DIAS DA
      *   DOSE 2 EM DIANTE E O REFORCO EM MESES (ZERO = SEM REFORCO)
      *----------------------------------------------------------------
       P011-ACEITA-ESQUEMA.

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P012-PEDE-ITEM THRU P012-FIM UNTIL CAMPO-ACEITO

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P013-PEDE-DOSES THRU P013-FIM UNTIL CAMPO-ACEITO

            MOVE ZEROS                TO INTERV-DOSE-VACINA(1)
                                         INTERV-DOSE-VACINA(2)
                                         INTERV-DOSE-VACINA(3)
                                         INTERV-DOSE-VACINA(4)
                                         INTERV-DOSE-VACINA(5)

            PERFORM P014-PEDE-INTERVALO THRU P014-FIM
               VARYING WS-IND FROM 2 BY 1
                 UNTIL WS-IND GREATER QTD-DOSES-VACINA

            DISPLAY "INTERVALO DOS REFORCOS EM MESES (0 = SEM "
                    "REFORCO): "
            ACCEPT REFORCO-VACINA
            .
       P011-FIM.
       P012-PEDE-ITEM.

            DISPLAY "ITEM DE ESTOQUE DA VACINA: "
            ACCEPT ID-ESTQ-VACINA

            IF ID-ESTQ-VACINA EQUAL ZEROS
               DISPLAY "INFORME O ITEM DE ESTOQUE."
               GO TO P012-FIM
            END-IF

            IF NOT ESTOQUE-DISPONIVEL
               MOVE 'S'               TO WS-CAMPO-OK
               GO TO P012-FIM
            END-IF

            MOVE ID-ESTQ-VACINA       TO ID-ESTQ

            READ ESTOQUE
                INVALID KEY
                   DISPLAY "ITEM NAO CADASTRADO NO ESTOQUE."
                NOT INVALID KEY
                   DISPLAY "ITEM: " DESC-ESTQ
                   MOVE 'S'           TO WS-CAMPO-OK
            END-READ
            .
       P012-FIM.
       P013-PEDE-DOSES.

            DISPLAY "DOSES DO ESQUEMA BASICO (1 A 5): "
            ACCEPT QTD-DOSES-VACINA

            IF QTD-DOSES-VACINA LESS 1 OR QTD-DOSES-VACINA GREATER 5
               DISPLAY "QUANTIDADE DE DOSES INVALIDA."
            ELSE
               MOVE 'S'               TO WS-CAMPO-OK
            END-IF
            .
       P013-FIM.
       P014-PEDE-INTERVALO.

            DISPLAY "DIAS ENTRE A DOSE " WS-IND " E A ANTERIOR: "
            ACCEPT INTERV-DOSE-VACINA(WS-IND)
            .
       P014-FIM.
       P020-ALTERA.

            DISPLAY "INFORME O ID DA VACINA: "
            ACCEPT ID-VACINA

            READ VACINAS
                INVALID KEY
                   DISPLAY "VACINA NAO ENCONTRADA."
                   GO TO P020-FIM
            END-READ

            PERFORM P041-MOSTRA-VACINA THRU P041-FIM

            DISPLAY "NOVO NOME (BRANCO MANTEM O ATUAL): "
            MOVE SPACES               TO WS-NM-NOVO
            ACCEPT WS-NM-NOVO
            IF WS-NM-NOVO NOT EQUAL SPACES
               MOVE WS-NM-NOVO        TO NM-VACINA
            END-IF

            PERFORM P011-ACEITA-ESQUEMA THRU P011-FIM

            REWRITE REG-VACINA
                INVALID KEY
                   DISPLAY "ERRO AO ALTERAR A VACINA: " WS-FS
                NOT INVALID KEY
                   DISPLAY "VACINA ALTERADA. O NOVO ESQUEMA VALE PARA "
                           "AS PROXIMAS APLICACOES."
            END-REWRITE
            .
       P020-FIM.
       P030-INATIVA.

            DISPLAY "INFORME O ID DA VACINA: "
            ACCEPT ID-VACINA

            READ VACINAS
                INVALID KEY
                   DISPLAY "VACINA NAO ENCONTRADA."
                NOT INVALID KEY
                   IF VACINA-INATIVA
                      SET VACINA-ATIVA   TO TRUE
                      DISPLAY "VACINA REATIVADA."
                   ELSE
                      SET VACINA-INATIVA TO TRUE
                      DISPLAY "VACINA INATIVADA."
                   END-IF
                   REWRITE REG-VACINA
            END-READ
            .
       P030-FIM.
       P040-LISTA.

            SET WS-EOF-OK             TO FALSE
            MOVE ZEROS                TO ID-VACINA

            START VACINAS KEY IS NOT LESS THAN ID-VACINA
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
                   DISPLAY "NENHUMA VACINA CADASTRADA."
            END-START

            PERFORM P042-LE-VACINA THRU P042-FIM UNTIL WS-EOF-OK
            .
       P040-FIM.
       P041-MOSTRA-VACINA.

            IF VACINA-INATIVA
               MOVE "(INATIVA)"       TO WS-DESC-SITUACAO
            ELSE
               MOVE SPACES            TO WS-DESC-SITUACAO
            END-IF

            DISPLAY ID-VACINA " " NM-VACINA " " WS-DESC-SITUACAO
            DISPLAY "    ITEM " ID-ESTQ-VACINA
                    "  DOSES " QTD-DOSES-VACINA
                    "  INTERVALOS (DIAS) " INTERV-DOSE-VACINA(2) " "
                    INTERV-DOSE-VACINA(3) " " INTERV-DOSE-VACINA(4)
                    " " INTERV-DOSE-VACINA(5)
                    "  REFORCO (MESES) " REFORCO-VACINA
            .
       P041-FIM.
       P042-LE-VACINA.

            READ VACINAS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   PERFORM P041-MOSTRA-VACINA THRU P041-FIM
            END-READ
            .
       P042-FIM.
       END PROGRAM PGMVAC02.
