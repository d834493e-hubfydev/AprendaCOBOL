      *             TRIAGEM DE ENFERMAGEM DO DIA (ARQTRIAGEM, VEJA
      *             PGMTRI01), PARA OS SINAIS VITAIS E A QUEIXA NAO
      *             FICAREM PERDIDOS NO PAPEL.
      * Manutencao: 15 OUT 2026 - CID DE NOTIFICACAO COMPULSORIA
      *             (NOTIF-CID NA ARQCID) GRAVADO NO PRONTUARIO GERA A
      *             NOTIFICACAO PENDENTE EM ARQNOTIF, COM O PRAZO, E
      *             AVISA O PROFISSIONAL NA TELA. A EXPORTACAO PARA A
      *             VIGILANCIA SAI NO PGMNTFEXP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRONT01.
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CODIGO-CID
           FILE STATUS  IS WS-FS-CID.
           SELECT NOTIFICA ASSIGN TO
           WS-PATH-ARQNOTIF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-NOTIF
           FILE STATUS  IS WS-FS-NTF.
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYSESSAO.
       FD CIDS.
           COPY CPYCID.
       FD NOTIFICA.
           COPY CPYNOTIF.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
                          WS-FS-EOF BY WS-FS-CID-EOF
                          WS-FS-OK BY WS-FS-CID-OK
                          WS-FS BY WS-FS-CID.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-NTF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-NTF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-NTF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-NTF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-NTF-EOF
                          WS-FS-OK BY WS-FS-NTF-OK
                          WS-FS BY WS-FS-NTF.
       77 WS-CID-DISP         PIC X(01) VALUE 'N'.
          88 CIDS-DISPONIVEIS VALUE 'S'.
       77 WS-CID-OK           PIC X(01) VALUE 'N'.
          88 CID-ACEITO       VALUE 'S'.
       77 WS-CID-NOTIF        PIC X(01) VALUE 'N'.
          88 CID-COM-NOTIFICACAO VALUE 'I' 'S'.
          88 CID-NOTIF-URGENTE   VALUE 'I'.
       77 WS-TIPO-SOMA        PIC X(01) VALUE 'D'.
       77 WS-QTD-DIAS         PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-VERSAO       PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO           PIC X(30) VALUE SPACES.
       77 WS-DATA-OK          PIC X(01) VALUE 'N'.
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCID
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQNOTIF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQNOTIF
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
               DISPLAY "ERRO AO GRAVAR O PRONTUARIO: " WS-FS-PRO
               PERFORM P002-EXIBE-ERRO-FS
            END-IF

            IF WS-FS-PRO-OK AND CID-COM-NOTIFICACAO
               PERFORM P060-GERA-NOTIFICACAO THRU P060-FIM
            END-IF
            .
       P011-FIM.
      *----------------------------------------------------------------
                   DISPLAY "PRONTUARIO CORRIGIDO (VERSAO ANTERIOR "
                           "GUARDADA COMO " WS-SEQ-VERSAO ")."
            END-REWRITE

            IF WS-FS-PRO-OK AND CID-COM-NOTIFICACAO
               PERFORM P060-GERA-NOTIFICACAO THRU P060-FIM
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
       P040-ACEITA-CID.

            MOVE 'N'                  TO WS-CID-OK
            MOVE 'N'                  TO WS-CID-NOTIF
            PERFORM P041-PEDE-CID THRU P041-FIM UNTIL CID-ACEITO
            .
       P040-FIM.
                      DISPLAY "CODIGO INATIVO NA TABELA."
                   ELSE
                      MOVE 'S'        TO WS-CID-OK
                      MOVE NOTIF-CID  TO WS-CID-NOTIF
                   END-IF
            END-READ
            .
            .
       P050-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   CID DA LISTA DE NOTIFICACAO COMPULSORIA: GRAVA A NOTIFICACAO
      *   PENDENTE (ARQNOTIF) COM O PRAZO CONTADO DA DATA DO
      *   ATENDIMENTO - 1 DIA NA IMEDIATA, 7 NA SEMANAL - E AVISA O
      *   PROFISSIONAL. A MESMA CHAVE (CLIENTE, DATA, CID) NAO GERA
      *   SEGUNDA NOTIFICACAO QUANDO O PRONTUARIO E CORRIGIDO
      *----------------------------------------------------------------
       P060-GERA-NOTIFICACAO.

            OPEN I-O NOTIFICA

            IF WS-FS-NTF EQUAL 35
               OPEN OUTPUT NOTIFICA
               CLOSE NOTIFICA
               OPEN I-O NOTIFICA
            END-IF

            IF NOT WS-FS-NTF-OK
               DISPLAY "ERRO AO REGISTRAR A NOTIFICACAO COMPULSORIA: "
                       WS-FS-NTF
               CALL "PGMFSMSG" USING WS-FS-NTF, WS-FS-NTF-MSG
               DISPLAY WS-FS-NTF-MSG
               DISPLAY "NOTIFIQUE A VIGILANCIA MANUALMENTE."
               GO TO P060-FIM
            END-IF

            PERFORM P003-LE-SESSAO THRU P003-FIM

            MOVE ID-CLI-PRONT         TO ID-CLI-NTF
            MOVE DATA-PRONT           TO DATA-NTF
            MOVE CID-PRONT            TO CID-NTF
            MOVE ID-AGE-PRONT         TO ID-AGE-NTF
            MOVE ID-PROF-PRONT        TO ID-PROF-NTF
            MOVE WS-CID-NOTIF         TO URGENCIA-NTF
            MOVE 'P'                  TO SITUACAO-NTF
            MOVE ZEROS                TO DATA-ENVIO-NTF
            MOVE SESSAO-LOGIN         TO LOGIN-NTF
            ACCEPT DATA-GER-NTF FROM DATE YYYYMMDD
            ACCEPT HORA-GER-NTF FROM TIME

            IF CID-NOTIF-URGENTE
               MOVE 1                 TO WS-QTD-DIAS
            ELSE
               MOVE 7                 TO WS-QTD-DIAS
            END-IF
            MOVE DATA-PRONT           TO DATA-LIMITE-NTF
            CALL "PGMDATADD" USING DATA-LIMITE-NTF, WS-TIPO-SOMA,
                                   WS-QTD-DIAS

            WRITE REG-NOTIF
                INVALID KEY
                   DISPLAY "NOTIFICACAO DO CID " CID-NTF
                           " JA REGISTRADA PARA ESTE ATENDIMENTO."
                NOT INVALID KEY
                   DISPLAY "*********************************"
                           "*********************************"
                   DISPLAY "* ATENCAO: " CID-NTF " E DOENCA DE "
                           "NOTIFICACAO COMPULSORIA."
                   IF CID-NOTIF-URGENTE
                      DISPLAY "* NOTIFICACAO IMEDIATA - PRAZO ATE "
                              DATA-LIMITE-NTF " (24 HORAS)."
                   ELSE
                      DISPLAY "* NOTIFICACAO SEMANAL - PRAZO ATE "
                              DATA-LIMITE-NTF "."
                   END-IF
                   DISPLAY "* NOTIFICACAO REGISTRADA; SEGUE PARA A "
                           "VIGILANCIA NA ROTINA DIARIA."
                   DISPLAY "*********************************"
                           "*********************************"
            END-WRITE

            CLOSE NOTIFICA
            .
       P060-FIM.
           EXIT.
       END PROGRAM PGMPRONT01.
