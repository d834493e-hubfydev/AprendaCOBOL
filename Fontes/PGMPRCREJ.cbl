      *          NO MODO EFETIVO REGRAVA O CATALOGO E ESCREVE CADA PAR
      *          ANTIGO/NOVO NO HISTORICO DE PRECOS (ARQPRCHIS), COM O
      *          OPERADOR DA SESSAO, PARA AUDITORIA FUTURA.
      * Manutencao: 15 OUT 2026 - A PREVIA GANHA RODAPE COM OS
      *             TOTAIS, E GUARDADA NO SPOOL E CARIMBADA NA
      *             SOLICITACAO PENDENTE DA FILA DE APROVACOES
      *             (PGMAPRPRV); O MODO EFETIVO AVISA QUANDO OS SEUS
      *             TOTAIS DIFEREM DOS DA PREVIA APROVADA.
      * Manutencao: 15 OUT 2026 - O REAJUSTE PASSA A EXIGIR A ACAO DE
      *             ALTERACAO DE PRECO NOS PERFIS DE ACESSO DO
      *             OPERADOR (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRCREJ.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-VLR-NOVO             PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-AJUSTADOS      PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-VLR-NOVO       PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-AJUSTADOS        PIC 9(06)  VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(04)  VALUE " -> ".
          03 WS-DET-NOVO          PIC ZZZ.ZZ9,99.

       01 WS-RODAPE.
          03 FILLER               PIC X(22)  VALUE
             "TOTAL DE ITENS......: ".
          03 WS-ROD-QTD           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(27)  VALUE
             "   SOMA DOS VALORES NOVOS: ".
          03 WS-ROD-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.

       77 WS-APR-JOB          PIC X(08) VALUE SPACES.
       77 WS-APR-OK           PIC X(01) VALUE 'N'.
       77 WS-APR-SOLIC        PIC X(10) VALUE SPACES.
       77 WS-APR-APROV        PIC X(10) VALUE SPACES.
       77 WS-APR-SPOOL-PREV   PIC 9(04) VALUE ZEROS.
       77 WS-APR-QTD-PREV     PIC 9(06) VALUE ZEROS.
       77 WS-APR-VLR-PREV     PIC 9(10)V99 VALUE ZEROS.
       77 WS-PRV-ID-APROV     PIC 9(04) VALUE ZEROS.
       77 WS-PRV-ID-SPOOL     PIC 9(04) VALUE ZEROS.
       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELPRCREJ".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE "PREVIA".
       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE SPACES.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.
           COPY CPYPERMCK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P003-LE-SESSAO

      *   REAJUSTE E ALTERACAO DE PRECO: SO PERFIL COM ELA NA MATRIZ
           MOVE "ACAO"               TO PERM-MODULO
           MOVE 03                   TO PERM-OPCAO
           CALL "PGMPERMCK" USING PERMCK-PARM

           IF NOT PERM-CONCEDIDA
              DISPLAY "ALTERACAO DE PRECO NAO PERMITIDA PARA O SEU "
                      "PERFIL."
              GOBACK
           END-IF

           PERFORM P005-ACEITA-PARAMETROS

      *   REAJUSTE EFETIVO E DESTRUTIVO: SO RODA CONSUMINDO UMA
           IF NOT MODO-PREVIA
              MOVE "PRCREJ" TO WS-APR-JOB
              CALL "PGMAPRCK" USING WS-APR-JOB, WS-APR-OK,
                                    WS-APR-SOLIC, WS-APR-APROV,
                                    WS-APR-SPOOL-PREV,
                                    WS-APR-QTD-PREV,
                                    WS-APR-VLR-PREV

              IF WS-APR-OK NOT EQUAL 'S'
                 DISPLAY "EXECUCAO DE PRCREJ EXIGE APROVACAO DE UM "
           IF MODO-PREVIA
              DISPLAY "PREVIA GERADA, NADA FOI GRAVADO. ITENS: "
                      WS-TOTAL-AJUSTADOS
              PERFORM P080-REGISTRA-PREVIA
           ELSE
              DISPLAY "PROCEDIMENTOS REAJUSTADOS: " WS-TOTAL-AJUSTADOS
              PERFORM P090-CONFERE-PREVIA
              MOVE WS-TOTAL-AJUSTADOS TO WS-RUN-GRAVADOS

           MOVE 'F'                  TO WS-RUN-ACAO
              WRITE REL-LINHA

              ADD 1                   TO WS-TOTAL-AJUSTADOS
              ADD WS-VLR-NOVO         TO WS-TOTAL-VLR-NOVO

              IF MODO-EFETIVO
                 PERFORM P031-EFETIVA
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-AJUSTADOS    TO WS-ROD-QTD
           MOVE WS-TOTAL-VLR-NOVO     TO WS-ROD-VLR

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE             TO REL-LINHA
           WRITE REL-LINHA

           CLOSE PROCEDS
           CLOSE RELPRCREJ

              CLOSE HISTORICO
           END-IF
           .
      *----------------------------------------------------------------
      *   GUARDA A PREVIA NO SPOOL E CARIMBA A GERACAO E OS TOTAIS NA
      *   SOLICITACAO PENDENTE, PARA O APROVADOR CONFERIR ANTES DE
      *   DECIDIR
      *----------------------------------------------------------------
       P080-REGISTRA-PREVIA.

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELPRCREJ,
                                 WS-SPOOL-PARMS

           MOVE "PRCREJ"              TO WS-APR-JOB
           MOVE WS-TOTAL-AJUSTADOS    TO WS-QTD-AJUSTADOS
           CALL "PGMAPRPRV" USING WS-APR-JOB, WS-SPOOL-NOME,
                                  WS-QTD-AJUSTADOS, WS-TOTAL-VLR-NOVO,
                                  WS-PRV-ID-APROV, WS-PRV-ID-SPOOL

           IF WS-PRV-ID-APROV EQUAL ZEROS
              DISPLAY "NENHUMA SOLICITACAO PENDENTE DE PRCREJ: "
                      "REGISTRE NO PGMAPR01 E RODE A PREVIA DE NOVO."
           ELSE
              DISPLAY "PREVIA (SPOOL " WS-PRV-ID-SPOOL
                      ") LIGADA A SOLICITACAO " WS-PRV-ID-APROV "."
           END-IF
           .
      *----------------------------------------------------------------
      *   A EXECUCAO REAL COMPARA OS SEUS TOTAIS COM OS DA PREVIA QUE
      *   FOI APROVADA: O CATALOGO PODE TER MUDADO NESSE INTERVALO
      *----------------------------------------------------------------
       P090-CONFERE-PREVIA.

           MOVE WS-TOTAL-AJUSTADOS    TO WS-QTD-AJUSTADOS

           IF WS-QTD-AJUSTADOS NOT EQUAL WS-APR-QTD-PREV
              OR WS-TOTAL-VLR-NOVO NOT EQUAL WS-APR-VLR-PREV
              DISPLAY "ATENCAO: TOTAIS DIFEREM DA PREVIA APROVADA "
                      "(SPOOL " WS-APR-SPOOL-PREV ")."
              DISPLAY "PREVIA: " WS-APR-QTD-PREV " ITENS / "
                      WS-APR-VLR-PREV "  REAL: " WS-QTD-AJUSTADOS
                      " ITENS / " WS-TOTAL-VLR-NOVO
           END-IF
           .
       END PROGRAM PGMPRCREJ.
