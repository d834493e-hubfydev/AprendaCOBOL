      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: PRECIFICAR UM ATENDIMENTO DA AGENDA COM AS REGRAS DO
      *          FATURAMENTO: A LINHA PRINCIPAL E CADA PROCEDIMENTO
      *          ADICIONAL (ARQAGEIT) SAEM PELO PRECO DO CONTRATO DA
      *          EMPRESA PAGADORA (ARQPRCEMP), PELA TABELA DO CONVENIO
      *          DO ATENDIMENTO (ARQPRCONV) OU PELO CATALOGO; ADICIONAL
      *          FORA DO CATALOGO E PULADO COM AVISO; A PARTE DO
      *          PACIENTE NA COPARTICIPACAO SAI DO TOTAL. DEVOLVE AS
      *          LINHAS ITEMIZADAS, O TOTAL E A COPARTICIPACAO, SEM
      *          GRAVAR NADA. USADO PELO FATURAMENTO NOTURNO (PGMFATURA)
      *          E PELO CHECK-OUT DO ATENDIMENTO (PGMCKOUT), PARA QUE OS
      *          DOIS COBREM SEMPRE O MESMO VALOR.
      * Manutencao: 15 OUT 2026 - O CONVENIO DA PRECIFICACAO E DA
      *             COPARTICIPACAO PASSOU A SER O DA COBERTURA
      *             ESCOLHIDA PARA O ATENDIMENTO (ID-CONV-AGE, RECEBIDO
      *             EM LK-ID-CONV), E NAO MAIS O CONVENIO-CLI DO
      *             CADASTRO: O PACIENTE PODE TER MAIS DE UM PLANO
      *             (ARQCOBERT, VEJA PGMCOB01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRCAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRC.

           SELECT PRCONV ASSIGN TO
           WS-PATH-ARQPRCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-PRCONV
           FILE STATUS  IS WS-FS-PCV.

           SELECT CONVENIOS ASSIGN TO
           WS-PATH-ARQCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CONV
           ALTERNATE RECORD KEY IS NM-CONV WITH DUPLICATES
           FILE STATUS  IS WS-FS-CNV.

           SELECT AGEITENS ASSIGN TO
           WS-PATH-ARQAGEIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-AGEIT
           FILE STATUS  IS WS-FS-AGI.

           SELECT PRCEMP ASSIGN TO
           WS-PATH-ARQPRCEMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-PRCEMP
           FILE STATUS  IS WS-FS-PCE.
       DATA DIVISION.
       FILE SECTION.
       FD PROCEDS.
           COPY CPYPROC.

       FD PRCONV.
           COPY CPYPRCONV.

       FD CONVENIOS.
           COPY CPYCONV.

       FD AGEITENS.
           COPY CPYAGEIT.

       FD PRCEMP.
           COPY CPYPRCEMP.

       WORKING-STORAGE SECTION.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRC-EOF
                          WS-FS-OK BY WS-FS-PRC-OK
                          WS-FS BY WS-FS-PRC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PCV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PCV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PCV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PCV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PCV-EOF
                          WS-FS-OK BY WS-FS-PCV-OK
                          WS-FS BY WS-FS-PCV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CNV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CNV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CNV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CNV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CNV-EOF
                          WS-FS-OK BY WS-FS-CNV-OK
                          WS-FS BY WS-FS-CNV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGI-EOF
                          WS-FS-OK BY WS-FS-AGI-OK
                          WS-FS BY WS-FS-AGI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PCE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PCE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PCE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PCE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PCE-EOF
                          WS-FS-OK BY WS-FS-PCE-OK
                          WS-FS BY WS-FS-PCE.

       77 WS-PRCONV-DISP          PIC X(01)  VALUE 'N'.
          88 PRCONV-DISPONIVEL    VALUE 'S'.
       77 WS-CONV-DISP            PIC X(01)  VALUE 'N'.
          88 CONVENIOS-DISPONIVEL VALUE 'S'.
       77 WS-AGEIT-DISP           PIC X(01)  VALUE 'N'.
          88 AGEITENS-DISPONIVEIS VALUE 'S'.
       77 WS-PCE-DISP             PIC X(01)  VALUE 'N'.
          88 PRCEMP-DISPONIVEL    VALUE 'S'.
       77 WS-EOF-AGI              PIC 9      VALUE 0.
          88 WS-EOF-AGI-OK        VALUE 1 FALSE 0.
       77 WS-ID-PROC-LINHA        PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-LINHA            PIC 9(06)V99 VALUE ZEROS.
       77 WS-PERC-COPART          PIC 9(02)V99 VALUE ZEROS.
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-AGE           PIC 9(08).
       01 LK-ID-CLI           PIC 9(04).
       01 LK-ID-PROC          PIC 9(04).
       01 LK-ID-EMP           PIC 9(04).
       01 LK-ID-CONV          PIC 9(04).
       01 LK-QTD-ITENS        PIC 9(02).
       01 LK-ITENS.
          03 LK-ITEM OCCURS 11 TIMES.
             05 LK-ITM-PROC   PIC 9(04).
             05 LK-ITM-VLR    PIC 9(06)V99.
       01 LK-VLR-TOTAL        PIC 9(06)V99.
       01 LK-VLR-COPART       PIC 9(06)V99.
       01 LK-QTD-PULADOS      PIC 9(02).
       01 LK-RESULTADO        PIC X(01).
          88 ATENDIMENTO-PRECIFICADO VALUE 'S'.
          88 PROC-FORA-CATALOGO      VALUE 'N'.

       PROCEDURE DIVISION USING LK-ID-AGE, LK-ID-CLI, LK-ID-PROC,
                                LK-ID-EMP, LK-ID-CONV, LK-QTD-ITENS,
                                LK-ITENS,
                                LK-VLR-TOTAL, LK-VLR-COPART,
                                LK-QTD-PULADOS, LK-RESULTADO.
       MAIN-PROCEDURE.

            SET PROC-FORA-CATALOGO    TO TRUE
            MOVE ZEROS                TO LK-QTD-ITENS
                                          LK-VLR-TOTAL
                                          LK-VLR-COPART
                                          LK-QTD-PULADOS

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT PROCEDS

            IF NOT WS-FS-PRC-OK
               DISPLAY "ERRO AO ABRIR O CATALOGO DE PROCEDIMENTOS."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            MOVE LK-ID-PROC           TO ID-PROC

            READ PROCEDS
                INVALID KEY
                   CLOSE PROCEDS
                   GOBACK
            END-READ

            PERFORM P010-ABRIR-TABELAS THRU P010-FIM

            MOVE LK-ID-PROC           TO WS-ID-PROC-LINHA
            MOVE VLR-PROC             TO WS-VLR-LINHA
            PERFORM P020-PRECO-LINHA THRU P020-FIM

            MOVE 1                    TO LK-QTD-ITENS
            MOVE WS-ID-PROC-LINHA     TO LK-ITM-PROC (1)
            MOVE WS-VLR-LINHA         TO LK-ITM-VLR (1)
            MOVE WS-VLR-LINHA         TO LK-VLR-TOTAL

            PERFORM P030-SOMA-ADICIONAIS THRU P030-FIM

            IF LK-ID-EMP EQUAL ZEROS
               PERFORM P040-APURA-COPART THRU P040-FIM
            END-IF

            SET ATENDIMENTO-PRECIFICADO TO TRUE

            PERFORM P090-FECHAR-TABELAS THRU P090-FIM

            CLOSE PROCEDS

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCONV_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCONV
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPRCONV_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPRCONV
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGEIT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGEIT
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPRCEMP_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPRCEMP
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            CALL "PGMFSMSG" USING WS-FS-PRC, WS-FS-PRC-MSG
            DISPLAY WS-FS-PRC-MSG
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   AS TABELAS DE PRECO, O CADASTRO DE CONVENIOS E OS ADICIONAIS
      *   SAO OPCIONAIS: O ARQUIVO AUSENTE SO DEIXA DE SER CONSULTADO
      *----------------------------------------------------------------
       P010-ABRIR-TABELAS.

            MOVE 'N'                  TO WS-PRCONV-DISP
                                          WS-CONV-DISP
                                          WS-AGEIT-DISP
                                          WS-PCE-DISP

            OPEN INPUT PRCONV
            IF WS-FS-PCV-OK
               SET PRCONV-DISPONIVEL  TO TRUE
            END-IF

            OPEN INPUT CONVENIOS
            IF WS-FS-CNV-OK
               SET CONVENIOS-DISPONIVEL TO TRUE
            END-IF

            OPEN INPUT AGEITENS
            IF WS-FS-AGI-OK
               SET AGEITENS-DISPONIVEIS TO TRUE
            END-IF

            OPEN INPUT PRCEMP
            IF WS-FS-PCE-OK
               SET PRCEMP-DISPONIVEL  TO TRUE
            END-IF
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   PRECIFICA A LINHA EM WS-ID-PROC-LINHA/WS-VLR-LINHA: QUANDO O
      *   ATENDIMENTO E DE CONVENIO E EXISTE PRECO NEGOCIADO PARA O PAR
      *   CONVENIO X PROCEDIMENTO, SUBSTITUI O VALOR DO CATALOGO PELO
      *   VALOR DA TABELA DO PLANO. EXAME PAGO POR EMPRESA CONVENIADA
      *   USA O PRECO DO CONTRATO DA EMPRESA, NUNCA O DO PLANO
      *----------------------------------------------------------------
       P020-PRECO-LINHA.

            IF LK-ID-EMP NOT EQUAL ZEROS
               IF PRCEMP-DISPONIVEL
                  MOVE LK-ID-EMP      TO ID-EMP-PE
                  MOVE WS-ID-PROC-LINHA TO ID-PROC-PE

                  READ PRCEMP
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE VLR-PRCEMP TO WS-VLR-LINHA
                  END-READ
               END-IF
               GO TO P020-FIM
            END-IF

            IF NOT PRCONV-DISPONIVEL OR LK-ID-CONV EQUAL ZEROS
               GO TO P020-FIM
            END-IF

            MOVE LK-ID-CONV           TO ID-CONV-PC
            MOVE WS-ID-PROC-LINHA     TO ID-PROC-PC

            READ PRCONV
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE VLR-PRCONV    TO WS-VLR-LINHA
            END-READ
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   SOMA O ATENDIMENTO COM OS PROCEDIMENTOS ADICIONAIS DO
      *   AGENDAMENTO (ARQAGEIT), CADA UM PRECIFICADO COMO A LINHA
      *   PRINCIPAL
      *----------------------------------------------------------------
       P030-SOMA-ADICIONAIS.

            IF NOT AGEITENS-DISPONIVEIS
               GO TO P030-FIM
            END-IF

            SET WS-EOF-AGI-OK         TO FALSE
            MOVE LK-ID-AGE            TO ID-AGE-IT
            MOVE ZEROS                TO SEQ-AGE-IT

            START AGEITENS KEY IS NOT LESS THAN CHAVE-AGEIT
                INVALID KEY
                   SET WS-EOF-AGI-OK  TO TRUE
            END-START

            PERFORM P031-LE-ITEM THRU P031-FIM UNTIL WS-EOF-AGI-OK
            .
       P030-FIM.
       P031-LE-ITEM.

            READ AGEITENS NEXT RECORD
                AT END
                   SET WS-EOF-AGI-OK  TO TRUE
                NOT AT END
                   IF ID-AGE-IT NOT EQUAL LK-ID-AGE
                      SET WS-EOF-AGI-OK TO TRUE
                   ELSE
                      PERFORM P032-PRECIFICA-ITEM THRU P032-FIM
                   END-IF
            END-READ
            .
       P031-FIM.
       P032-PRECIFICA-ITEM.

            MOVE ID-PROC-AGIT         TO ID-PROC
            MOVE ZEROS                TO WS-VLR-LINHA

      *   PROCEDIMENTO ADICIONAL FORA DO CATALOGO NAO PODE ENTRAR NA
      *   FATURA VALENDO ZERO: A LINHA E PULADA E AVISADA, COMO O
      *   PRINCIPAL SEM PROCEDIMENTO JA E TRATADO
            READ PROCEDS
                INVALID KEY
                   DISPLAY "PROCEDIMENTO ADICIONAL " ID-PROC-AGIT
                           " DO AGENDAMENTO " LK-ID-AGE
                           " NAO ESTA NO CATALOGO - ITEM PULADO."
                   ADD 1              TO LK-QTD-PULADOS
                   GO TO P032-FIM
                NOT INVALID KEY
                   MOVE VLR-PROC      TO WS-VLR-LINHA
            END-READ

            MOVE ID-PROC-AGIT         TO WS-ID-PROC-LINHA
            PERFORM P020-PRECO-LINHA THRU P020-FIM

            IF LK-QTD-ITENS LESS 11
               ADD 1                  TO LK-QTD-ITENS
               MOVE WS-ID-PROC-LINHA  TO LK-ITM-PROC (LK-QTD-ITENS)
               MOVE WS-VLR-LINHA      TO LK-ITM-VLR (LK-QTD-ITENS)
               ADD WS-VLR-LINHA       TO LK-VLR-TOTAL
            END-IF
            .
       P032-FIM.
      *----------------------------------------------------------------
      *   APURA A COPARTICIPACAO DO PACIENTE: O PERCENTUAL VEM DA
      *   TABELA DE PRECOS DO PAR (QUANDO MAIOR QUE ZERO) OU DO
      *   CADASTRO DO CONVENIO; A PARTE DO PACIENTE SAI DO TOTAL DO
      *   PLANO E VOLTA SEPARADA EM LK-VLR-COPART
      *----------------------------------------------------------------
       P040-APURA-COPART.

            MOVE ZEROS                TO WS-PERC-COPART

            IF NOT CONVENIOS-DISPONIVEL OR LK-ID-CONV EQUAL ZEROS
               GO TO P040-FIM
            END-IF

            IF PRCONV-DISPONIVEL
               MOVE LK-ID-CONV        TO ID-CONV-PC
               MOVE LK-ID-PROC        TO ID-PROC-PC
               READ PRCONV
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PERC-COPART-PC GREATER ZEROS
                         MOVE PERC-COPART-PC TO WS-PERC-COPART
                      END-IF
               END-READ
            END-IF

            IF WS-PERC-COPART EQUAL ZEROS
               MOVE LK-ID-CONV        TO ID-CONV
               READ CONVENIOS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PERC-COPART-CONV TO WS-PERC-COPART
               END-READ
            END-IF

            IF WS-PERC-COPART GREATER ZEROS
               COMPUTE LK-VLR-COPART ROUNDED = LK-VLR-TOTAL
                     * WS-PERC-COPART / 100
               SUBTRACT LK-VLR-COPART FROM LK-VLR-TOTAL
            END-IF
            .
       P040-FIM.
       P090-FECHAR-TABELAS.

            IF PRCONV-DISPONIVEL
               CLOSE PRCONV
            END-IF

            IF CONVENIOS-DISPONIVEL
               CLOSE CONVENIOS
            END-IF

            IF AGEITENS-DISPONIVEIS
               CLOSE AGEITENS
            END-IF

            IF PRCEMP-DISPONIVEL
               CLOSE PRCEMP
            END-IF
            .
       P090-FIM.
       END PROGRAM PGMPRCAGE.
