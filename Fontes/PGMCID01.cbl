      *          (PGMPRONT01) VALIDA O CODIGO INFORMADO CONTRA ESTA
      *          TABELA E A ESTATISTICA DE MORBIDADE (PGMCIDREL) USA A
      *          DESCRICAO DAQUI.
      * Manutencao: 15 OUT 2026 - CODIGO PASSA A INDICAR SE E DE
      *             NOTIFICACAO COMPULSORIA (IMEDIATA OU SEMANAL), NA
      *             INCLUSAO E NA NOVA OPCAO 4; A LISTAGEM MOSTRA A
      *             MARCA. VOLTAR PASSOU DE 4 PARA 5.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCID01.
       77 WS-OPCAO           PIC 9      VALUE ZEROS.
       77 WS-EOF             PIC 9      VALUE ZEROS.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-NOTIF-DESC      PIC X(18)  VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
              GOBACK
           END-IF

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

           CLOSE CIDS

           DISPLAY "1 - INCLUIR CODIGO"
           DISPLAY "2 - LISTAR CODIGOS"
           DISPLAY "3 - EXCLUIR CODIGO"
           DISPLAY "4 - NOTIFICACAO COMPULSORIA DO CODIGO"
           DISPLAY "5 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

               WHEN 3
                  PERFORM P030-EXCLUI         THRU P030-FIM
               WHEN 4
                  PERFORM P040-NOTIFICACAO    THRU P040-FIM
               WHEN 5
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           DISPLAY "DESCRICAO DO DIAGNOSTICO: "
           ACCEPT DESC-CID
           MOVE 'N'                  TO INATIVO-CID
           MOVE SPACES               TO NOTIF-CID
           PERFORM P011-PEDE-NOTIF   THRU P011-FIM
              UNTIL NOTIF-CID-VALIDA

           WRITE REG-CID
               INVALID KEY
           END-WRITE
           .
       P010-FIM.
      *----------------------------------------------------------------
      *   CODIGO DA LISTA DE NOTIFICACAO COMPULSORIA DO MINISTERIO DA
      *   SAUDE: IMEDIATA (EM ATE 24 HORAS) OU SEMANAL
      *----------------------------------------------------------------
       P011-PEDE-NOTIF.

           DISPLAY "NOTIFICACAO COMPULSORIA? "
                   "<N>AO, <I>MEDIATA, <S>EMANAL: "
           ACCEPT NOTIF-CID
           INSPECT NOTIF-CID CONVERTING "nis" TO "NIS"

           IF NOT NOTIF-CID-VALIDA
              DISPLAY "INFORME N, I OU S."
           END-IF
           .
       P011-FIM.
      *----------------------------------------------------------------
       P020-LISTA.
      *----------------------------------------------------------------
               AT END
                  SET WS-EOF-OK      TO TRUE
               NOT AT END
                  PERFORM P022-DESCREVE-NOTIF THRU P022-FIM
                  DISPLAY CODIGO-CID " - " DESC-CID " "
                          WS-NOTIF-DESC
           END-READ
           .
       P021-FIM.
       P022-DESCREVE-NOTIF.

           EVALUATE TRUE
               WHEN CID-NOTIF-IMEDIATA
                  MOVE "NOTIF. IMEDIATA"   TO WS-NOTIF-DESC
               WHEN CID-NOTIF-SEMANAL
                  MOVE "NOTIF. SEMANAL"    TO WS-NOTIF-DESC
               WHEN OTHER
                  MOVE SPACES              TO WS-NOTIF-DESC
           END-EVALUATE
           .
       P022-FIM.
      *----------------------------------------------------------------
       P030-EXCLUI.
      *----------------------------------------------------------------
           END-DELETE
           .
       P030-FIM.
      *----------------------------------------------------------------
      *   MARCA OU DESMARCA UM CODIGO JA CADASTRADO COMO DE NOTIFICACAO
      *   COMPULSORIA, QUANDO A LISTA DO MINISTERIO MUDA
      *----------------------------------------------------------------
       P040-NOTIFICACAO.

           DISPLAY "INFORME O CODIGO: "
           ACCEPT CODIGO-CID

           READ CIDS KEY IS CODIGO-CID
               INVALID KEY
                  DISPLAY "CODIGO NAO ENCONTRADO."
                  GO TO P040-FIM
           END-READ

           PERFORM P022-DESCREVE-NOTIF THRU P022-FIM
           IF WS-NOTIF-DESC EQUAL SPACES
              MOVE "SEM NOTIFICACAO"   TO WS-NOTIF-DESC
           END-IF
           DISPLAY CODIGO-CID " - " DESC-CID
           DISPLAY "SITUACAO ATUAL: " WS-NOTIF-DESC

           MOVE SPACES               TO NOTIF-CID
           PERFORM P011-PEDE-NOTIF   THRU P011-FIM
              UNTIL NOTIF-CID-VALIDA

           REWRITE REG-CID
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR O CODIGO: " WS-FS
               NOT INVALID KEY
                  DISPLAY "CODIGO ATUALIZADO COM SUCESSO."
           END-REWRITE
           .
       P040-FIM.
       END PROGRAM PGMCID01.
