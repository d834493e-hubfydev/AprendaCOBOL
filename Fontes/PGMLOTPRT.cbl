      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: REGISTRAR A ENTREGA DE UM LOTE DE REMESSA A OPERADORA
      *          (ARQLOTE): DATA E NUMERO DO PROTOCOLO DE RECEBIMENTO
      *          E, SE FOR O CASO, O PRAZO CONTRATUAL DE PAGAMENTO DO
      *          LOTE. O PRAZO CONTA DA DATA DO PROTOCOLO E E O QUE O
      *          ACOMPANHAMENTO DE LOTES EM ATRASO (PGMLOTATR) E A
      *          PROJECAO DE FLUXO DE CAIXA (PGMFLXCX) USAM. A
      *          ALTERACAO FICA NA TRILHA DE AUDITORIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLOTPRT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO
           WS-PATH-ARQLOTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-LOTE
           FILE STATUS  IS WS-FS.

           SELECT CONVENIOS ASSIGN TO
           WS-PATH-ARQCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CONV
           ALTERNATE RECORD KEY IS NM-CONV WITH DUPLICATES
           FILE STATUS  IS WS-FS-CNV.

       DATA DIVISION.
       FILE SECTION.
       FD LOTES.
           COPY CPYLOTE.

       FD CONVENIOS.
           COPY CPYCONV.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CNV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CNV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CNV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CNV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CNV-EOF
                          WS-FS-OK BY WS-FS-CNV-OK
                          WS-FS BY WS-FS-CNV.

       77 WS-EXIT             PIC X(01) VALUE SPACES.
          88 WS-EXIT-OK       VALUE 'F' 'f'.
       77 WS-CNV-DISP         PIC X(01) VALUE 'N'.
          88 CONVENIOS-DISPONIVEIS VALUE 'S'.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OK          PIC X(01) VALUE 'N'.
       77 WS-DATA-PROT        PIC 9(08) VALUE ZEROS.
       77 WS-NUM-PROT         PIC X(15) VALUE SPACES.
       77 WS-PRAZO-LOTE       PIC 9(03) VALUE ZEROS.
          88 WS-PRAZO-VALIDO  VALUES 1 THRU 180.
       77 WS-PRAZO-ATUAL      PIC 9(03) VALUE ZEROS.
       77 WS-NM-CONV          PIC X(30) VALUE SPACES.
       77 WS-VLR-EDIT         PIC ZZ.ZZZ.ZZ9,99.

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN I-O LOTES

            IF NOT WS-FS-OK
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE LOTES: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            OPEN INPUT CONVENIOS
            IF WS-FS-CNV-OK
               SET CONVENIOS-DISPONIVEIS TO TRUE
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P010-REGISTRA THRU P010-FIM UNTIL WS-EXIT-OK

            CLOSE LOTES
            IF CONVENIOS-DISPONIVEIS
               CLOSE CONVENIOS
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLOTE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQLOTE
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCONV_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCONV
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
      *   MOSTRA O LOTE E GRAVA A ENTREGA. LOTE JA RETORNADO NAO MUDA
      *----------------------------------------------------------------
       P010-REGISTRA.

            DISPLAY "INFORME O NUMERO DO LOTE: "
            ACCEPT ID-LOTE

            READ LOTES
                INVALID KEY
                   DISPLAY "LOTE NAO ENCONTRADO."
                   GO TO P010-CONTINUA
            END-READ

            PERFORM P020-EXIBE-LOTE THRU P020-FIM

            IF LOTE-RETORNADO
               DISPLAY "LOTE JA RETORNADO PELA OPERADORA - ENTREGA NAO "
                       "PODE SER ALTERADA."
               GO TO P010-CONTINUA
            END-IF

            MOVE 'N'                  TO WS-DATA-OK
            PERFORM P030-ACEITA-DATA THRU P030-FIM
               UNTIL WS-DATA-OK EQUAL 'S'

            DISPLAY "NUMERO DO PROTOCOLO DE RECEBIMENTO: "
            MOVE SPACES               TO WS-NUM-PROT
            ACCEPT WS-NUM-PROT

            DISPLAY "PRAZO DE PAGAMENTO DO LOTE: " WS-PRAZO-ATUAL
                    " DIAS. <ENTER> MANTEM OU INFORME O NOVO PRAZO "
                    "(1 A 180): "
            MOVE ZEROS                TO WS-PRAZO-LOTE
            ACCEPT WS-PRAZO-LOTE
            IF NOT WS-PRAZO-VALIDO
               MOVE WS-PRAZO-ATUAL    TO WS-PRAZO-LOTE
            END-IF

            PERFORM P040-AUDITA THRU P040-FIM

            MOVE WS-DATA-PROT         TO DATA-PROT-LOTE
            MOVE WS-NUM-PROT          TO NUM-PROT-LOTE
            MOVE WS-PRAZO-LOTE        TO PRAZO-PAG-LOTE

            REWRITE REG-LOTE
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O LOTE: " WS-FS
                NOT INVALID KEY
                   DISPLAY "ENTREGA DO LOTE REGISTRADA."
            END-REWRITE
            .
       P010-CONTINUA.

            DISPLAY "<ENTER> CONTINUAR OU <F> PARA FINALIZAR"
            ACCEPT WS-EXIT
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   DADOS DO LOTE E DO CONVENIO; LOTE GERADO ANTES DO PRAZO POR
      *   CONVENIO (PRAZO ZERO) MOSTRA O PRAZO ATUAL DO CONVENIO
      *----------------------------------------------------------------
       P020-EXIBE-LOTE.

            MOVE "*CONVENIO NAO ENCONTRADO*" TO WS-NM-CONV
            MOVE PRAZO-PAG-LOTE       TO WS-PRAZO-ATUAL

            IF CONVENIOS-DISPONIVEIS
               MOVE ID-CONV-LOTE      TO ID-CONV
               READ CONVENIOS
                   NOT INVALID KEY
                      MOVE NM-CONV    TO WS-NM-CONV
                      IF WS-PRAZO-ATUAL EQUAL ZEROS
                         MOVE PRAZO-PAG-CONV TO WS-PRAZO-ATUAL
                      END-IF
               END-READ
            END-IF

            IF WS-PRAZO-ATUAL EQUAL ZEROS
               MOVE 30                TO WS-PRAZO-ATUAL
            END-IF

            MOVE VLR-TOTAL-LOTE       TO WS-VLR-EDIT

            DISPLAY "LOTE " ID-LOTE " - CONVENIO " ID-CONV-LOTE " "
                    WS-NM-CONV
            DISPLAY "COMPETENCIA " COMP-LOTE " - GERADO EM "
                    DATA-GER-LOTE " - " QTD-FAT-LOTE " FATURAS - "
                    WS-VLR-EDIT
            IF LOTE-SEM-PROTOCOLO
               DISPLAY "ENTREGA AINDA NAO REGISTRADA."
            ELSE
               DISPLAY "ENTREGUE EM " DATA-PROT-LOTE " - PROTOCOLO "
                       NUM-PROT-LOTE
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   DATA DO PROTOCOLO: VALIDA, NAO ANTERIOR A GERACAO DO LOTE E
      *   NAO POSTERIOR A HOJE
      *----------------------------------------------------------------
       P030-ACEITA-DATA.

            DISPLAY "DATA DO PROTOCOLO DE ENTREGA (AAAAMMDD): "
            ACCEPT WS-DATA-PROT

            CALL "PGMVALDT" USING WS-DATA-PROT, WS-DATA-OK

            IF WS-DATA-OK NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA."
               GO TO P030-FIM
            END-IF

            IF WS-DATA-PROT LESS DATA-GER-LOTE
               OR WS-DATA-PROT GREATER WS-DATA-HOJE
               DISPLAY "A ENTREGA DEVE SER ENTRE A GERACAO DO LOTE ("
                       DATA-GER-LOTE ") E HOJE."
               MOVE 'N'               TO WS-DATA-OK
            END-IF
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   REGISTRA NA TRILHA DE AUDITORIA A DATA DE ENTREGA E, QUANDO
      *   MUDA, O PRAZO DO LOTE
      *----------------------------------------------------------------
       P040-AUDITA.

            MOVE "LOTE"               TO WS-AUD-MODULO
            MOVE 'A'                  TO WS-AUD-OPER
            MOVE ID-LOTE              TO WS-AUD-CHAVE
            MOVE "PROTOCOLO"          TO WS-AUD-CAMPO
            MOVE SPACES               TO WS-AUD-ANTES
                                         WS-AUD-DEPOIS
            STRING DATA-PROT-LOTE " " NUM-PROT-LOTE
                   DELIMITED BY SIZE
                   INTO WS-AUD-ANTES
            STRING WS-DATA-PROT " " WS-NUM-PROT
                   DELIMITED BY SIZE
                   INTO WS-AUD-DEPOIS
            CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                  WS-AUD-CHAVE, WS-AUD-CAMPO,
                                  WS-AUD-ANTES, WS-AUD-DEPOIS

            IF WS-PRAZO-LOTE NOT EQUAL PRAZO-PAG-LOTE
               MOVE "PRAZO-PAG"       TO WS-AUD-CAMPO
               MOVE PRAZO-PAG-LOTE    TO WS-AUD-ANTES
               MOVE WS-PRAZO-LOTE     TO WS-AUD-DEPOIS
               CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                     WS-AUD-CHAVE, WS-AUD-CAMPO,
                                     WS-AUD-ANTES, WS-AUD-DEPOIS
            END-IF
            .
       P040-FIM.
       END PROGRAM PGMLOTPRT.
