      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANUTENCAO DOS PERFIS DE ACESSO (ARQPERFIL) E DA
      *          MATRIZ DE PERMISSOES PERFIL X FUNCAO (ARQPERMIS):
      *          INCLUIR/ALTERAR E ATIVAR/DESATIVAR PERFIS, CONCEDER
      *          OU RETIRAR UMA FUNCAO (MODULO + OPCAO DO MENU, OU UMA
      *          ACAO SENSIVEL), LISTAR O QUE CADA PERFIL PODE E
      *          COPIAR AS PERMISSOES DE UM PERFIL PARA OUTRO. NA
      *          PRIMEIRA EXECUCAO CRIA OS PERFIS PADRAO DA CLINICA
      *          (SEM PERMISSOES). CHAMADO PELA ADMINISTRACAO DE
      *          USUARIOS (PGMUSUADM); CADA MUDANCA VAI PARA A TRILHA
      *          DE AUDITORIA (PGMAUDIT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRF01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFIS ASSIGN TO
           WS-PATH-ARQPERFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS COD-PERFIL
           FILE STATUS  IS WS-FS.

           SELECT PERMIS ASSIGN TO
           WS-PATH-ARQPERMIS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-PERMIS
           FILE STATUS  IS WS-FS-PRM.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD PERFIS.
           COPY CPYPERFIL.

       FD PERMIS.
           COPY CPYPERMIS.

       FD SESSAO.
           COPY CPYSESSAO.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRM-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRM-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRM-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRM-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRM-EOF
                          WS-FS-OK BY WS-FS-PRM-OK
                          WS-FS BY WS-FS-PRM.

           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.

           COPY CPYPERMCK.

       77 WS-OPCAO            PIC 9      VALUE ZEROS.
       77 WS-EOF              PIC 9      VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-IND              PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-COPIADAS     PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-LISTADAS     PIC 9(04)  VALUE ZEROS.
       77 WS-MODULO-OK        PIC X(01)  VALUE 'N'.
          88 MODULO-VALIDO    VALUE 'S'.
       77 WS-CONCEDE          PIC X(01)  VALUE 'S'.
          88 CONCEDE-FUNCAO   VALUE 'S' 's'.
       77 WS-PERFIL-DESTINO   PIC X(03)  VALUE SPACES.
       77 WS-PERFIL-ORIGEM    PIC X(03)  VALUE SPACES.
       77 WS-HOJE             PIC 9(08)  VALUE ZEROS.

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

      *   MODULOS QUE TEM PERMISSAO POR OPCAO E A ULTIMA OPCAO DE
      *   CADA UM (A OPCAO DE VOLTAR/SAIR NAO ENTRA NA MATRIZ)
       01 WS-TAB-MODULOS-VAL.
          03 FILLER           PIC X(10) VALUE "MENU01  16".
          03 FILLER           PIC X(10) VALUE "CLIENT  09".
          03 FILLER           PIC X(10) VALUE "FORNEC  04".
          03 FILLER           PIC X(10) VALUE "AGENDA  19".
          03 FILLER           PIC X(10) VALUE "PROCED  06".
          03 FILLER           PIC X(10) VALUE "ESTOQUE 13".
          03 FILLER           PIC X(10) VALUE "CONVEN  09".
          03 FILLER           PIC X(10) VALUE "FILIAL  04".
          03 FILLER           PIC X(10) VALUE "PROFIS  09".
          03 FILLER           PIC X(10) VALUE "SALAS   08".
          03 FILLER           PIC X(10) VALUE "CAIXA   12".
          03 FILLER           PIC X(10) VALUE "ORCAM   03".
          03 FILLER           PIC X(10) VALUE "PAGAR   14".
          03 FILLER           PIC X(10) VALUE "CONTAB  04".
          03 FILLER           PIC X(10) VALUE "ACAO    04".
       01 WS-TAB-MODULOS REDEFINES WS-TAB-MODULOS-VAL.
          03 WS-MOD-ITEM      OCCURS 15 TIMES.
             05 WS-MOD-NOME   PIC X(08).
             05 WS-MOD-ULT    PIC 9(02).

      *   PERFIS PADRAO CRIADOS NA PRIMEIRA EXECUCAO
       01 WS-TAB-PADRAO-VAL.
          03 FILLER           PIC X(33) VALUE "RECRECEPCAO".
          03 FILLER           PIC X(33) VALUE "FINFINANCEIRO".
          03 FILLER           PIC X(33) VALUE "ENFENFERMAGEM".
          03 FILLER           PIC X(33) VALUE "CLICLINICO".
          03 FILLER           PIC X(33) VALUE "ESTESTOQUE".
          03 FILLER           PIC X(33) VALUE "GESGESTOR".
          03 FILLER           PIC X(33) VALUE "ADMADMINISTRACAO".
       01 WS-TAB-PADRAO REDEFINES WS-TAB-PADRAO-VAL.
          03 WS-PAD-ITEM      OCCURS 7 TIMES.
             05 WS-PAD-COD    PIC X(03).
             05 WS-PAD-DESC   PIC X(30).

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P003-LE-SESSAO        THRU P003-FIM

      *   QUEM PODE ADMINISTRAR USUARIOS PODE MANTER OS PERFIS
            MOVE "MENU01"             TO PERM-MODULO
            MOVE 14                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO NAO PERMITIDO PARA O SEU PERFIL."
               GOBACK
            END-IF

            PERFORM P005-ABRE-ARQUIVOS    THRU P005-FIM

            IF NOT WS-FS-OK OR NOT WS-FS-PRM-OK
               GOBACK
            END-IF

            ACCEPT WS-HOJE FROM DATE YYYYMMDD

            PERFORM P010-MENU THRU P010-FIM UNTIL WS-OPCAO EQUAL 7

            CLOSE PERFIS
            CLOSE PERMIS

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPERFIL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPERFIL
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPERMIS_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPERMIS
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
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
      *   LE A SESSAO PARA O LOGIN QUE VAI NA MATRIZ E NA AUDITORIA
      *----------------------------------------------------------------
       P003-LE-SESSAO.

            MOVE SPACES               TO SESSAO-LOGIN

            OPEN INPUT SESSAO

            IF WS-FS-SES-OK
               READ SESSAO
                   AT END
                      CONTINUE
               END-READ
               CLOSE SESSAO
            END-IF
            .
       P003-FIM.
      *----------------------------------------------------------------
      *   ABRE OS DOIS ARQUIVOS, CRIANDO-OS NA PRIMEIRA VEZ; A TABELA
      *   DE PERFIS NASCE COM OS PERFIS PADRAO DA CLINICA
      *----------------------------------------------------------------
       P005-ABRE-ARQUIVOS.

            OPEN I-O PERFIS

            IF WS-FS EQUAL 35
               OPEN OUTPUT PERFIS
               PERFORM P006-GRAVA-PADRAO THRU P006-FIM
                  VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND GREATER 7
               CLOSE PERFIS
               OPEN I-O PERFIS
               DISPLAY "TABELA DE PERFIS CRIADA COM OS PERFIS "
                       "PADRAO, SEM PERMISSOES."
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NO ARQUIVO DE PERFIS: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               GO TO P005-FIM
            END-IF

            OPEN I-O PERMIS

            IF WS-FS-PRM EQUAL 35
               OPEN OUTPUT PERMIS
               CLOSE PERMIS
               OPEN I-O PERMIS
            END-IF

            IF NOT WS-FS-PRM-OK
               DISPLAY "ERRO NO ARQUIVO DE PERMISSOES: " WS-FS-PRM
               CLOSE PERFIS
            END-IF
            .
       P005-FIM.
       P006-GRAVA-PADRAO.

            MOVE WS-PAD-COD (WS-IND)  TO COD-PERFIL
            MOVE WS-PAD-DESC (WS-IND) TO DESC-PERFIL
            SET PERFIL-ATIVO          TO TRUE

            WRITE REG-PERFIL
            .
       P006-FIM.
      *----------------------------------------------------------------
      *             MENU DOS PERFIS DE ACESSO
      *----------------------------------------------------------------
       P010-MENU.

            DISPLAY "------------ PERFIS DE ACESSO ------------------"
            DISPLAY "1 - INCLUIR/ALTERAR PERFIL"
            DISPLAY "2 - ATIVAR / DESATIVAR PERFIL"
            DISPLAY "3 - LISTAR PERFIS"
            DISPLAY "4 - CONCEDER / RETIRAR PERMISSAO"
            DISPLAY "5 - LISTAR PERMISSOES DE UM PERFIL"
            DISPLAY "6 - COPIAR PERMISSOES DE OUTRO PERFIL"
            DISPLAY "7 - VOLTAR"
            DISPLAY "ESCOLHA UMA DAS OPCOES: "
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P020-INCLUI-ALTERA  THRU P020-FIM
                WHEN 2
                   PERFORM P030-ATIVA-DESATIVA THRU P030-FIM
                WHEN 3
                   PERFORM P040-LISTA-PERFIS   THRU P040-FIM
                WHEN 4
                   PERFORM P050-PERMISSAO      THRU P050-FIM
                WHEN 5
                   PERFORM P060-LISTA-PERMIS   THRU P060-FIM
                WHEN 6
                   PERFORM P070-COPIA-PERMIS   THRU P070-FIM
                WHEN 7
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   INCLUI UM PERFIL NOVO OU TROCA A DESCRICAO DE UM EXISTENTE
      *----------------------------------------------------------------
       P020-INCLUI-ALTERA.

            DISPLAY "CODIGO DO PERFIL (3 LETRAS): "
            ACCEPT COD-PERFIL

            IF COD-PERFIL EQUAL SPACES
               DISPLAY "CODIGO E OBRIGATORIO."
               GO TO P020-FIM
            END-IF

            READ PERFIS
                INVALID KEY
                   DISPLAY "DESCRICAO DO NOVO PERFIL: "
                   ACCEPT DESC-PERFIL
                   SET PERFIL-ATIVO   TO TRUE
                   WRITE REG-PERFIL
                   DISPLAY "PERFIL INCLUIDO."
                   MOVE 'I'           TO WS-AUD-OPER
                NOT INVALID KEY
                   DISPLAY "DESCRICAO ATUAL: " DESC-PERFIL
                   DISPLAY "NOVA DESCRICAO: "
                   ACCEPT DESC-PERFIL
                   REWRITE REG-PERFIL
                   DISPLAY "PERFIL ALTERADO."
                   MOVE 'A'           TO WS-AUD-OPER
            END-READ

            MOVE COD-PERFIL           TO WS-AUD-CHAVE
            MOVE "DESCRICAO"          TO WS-AUD-CAMPO
            MOVE SESSAO-LOGIN         TO WS-AUD-ANTES
            MOVE DESC-PERFIL          TO WS-AUD-DEPOIS
            PERFORM P090-AUDITA THRU P090-FIM
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   PERFIL DESATIVADO DEIXA DE CONCEDER QUALQUER FUNCAO, SEM
      *   PERDER A MATRIZ NEM OS VINCULOS DOS USUARIOS
      *----------------------------------------------------------------
       P030-ATIVA-DESATIVA.

            DISPLAY "CODIGO DO PERFIL: "
            ACCEPT COD-PERFIL

            READ PERFIS
                INVALID KEY
                   DISPLAY "PERFIL NAO ENCONTRADO."
                   GO TO P030-FIM
            END-READ

            IF PERFIL-INATIVO
               SET PERFIL-ATIVO       TO TRUE
               DISPLAY "PERFIL REATIVADO."
            ELSE
               SET PERFIL-INATIVO     TO TRUE
               DISPLAY "PERFIL DESATIVADO."
            END-IF

            REWRITE REG-PERFIL

            MOVE 'A'                  TO WS-AUD-OPER
            MOVE COD-PERFIL           TO WS-AUD-CHAVE
            MOVE "INATIVO"            TO WS-AUD-CAMPO
            MOVE SESSAO-LOGIN         TO WS-AUD-ANTES
            MOVE INATIVO-PERFIL       TO WS-AUD-DEPOIS
            PERFORM P090-AUDITA THRU P090-FIM
            .
       P030-FIM.
       P040-LISTA-PERFIS.

            SET WS-EOF-OK             TO FALSE
            MOVE SPACES               TO COD-PERFIL

            START PERFIS KEY IS NOT LESS THAN COD-PERFIL
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
                   DISPLAY "NENHUM PERFIL CADASTRADO."
            END-START

            PERFORM P041-LE-PERFIL THRU P041-FIM UNTIL WS-EOF-OK
            .
       P040-FIM.
       P041-LE-PERFIL.

            READ PERFIS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   DISPLAY COD-PERFIL " - " DESC-PERFIL
                           " - INATIVO=" INATIVO-PERFIL
            END-READ
            .
       P041-FIM.
      *----------------------------------------------------------------
      *   CONCEDE OU RETIRA UMA FUNCAO DE UM PERFIL. A FUNCAO E O
      *   MODULO (MENU01, CLIENT, AGENDA, ... OU ACAO) E O NUMERO DA
      *   OPCAO COMO APARECE NO MENU
      *----------------------------------------------------------------
       P050-PERMISSAO.

            DISPLAY "CODIGO DO PERFIL: "
            ACCEPT COD-PERFIL

            READ PERFIS
                INVALID KEY
                   DISPLAY "PERFIL NAO ENCONTRADO."
                   GO TO P050-FIM
            END-READ

            DISPLAY "MODULO (MENU01 CLIENT FORNEC AGENDA PROCED "
                    "ESTOQUE"
            DISPLAY "        CONVEN FILIAL PROFIS SALAS CAIXA ORCAM "
                    "PAGAR"
            DISPLAY "        CONTAB ACAO): "
            ACCEPT PERM-MODULO

            PERFORM P051-VALIDA-MODULO THRU P051-FIM

            IF NOT MODULO-VALIDO
               DISPLAY "MODULO INVALIDO."
               GO TO P050-FIM
            END-IF

            IF PERM-MODULO EQUAL "ACAO"
               DISPLAY "ACAO (01 ESTORNO 02 DESCONTO SEM SUPERVISOR "
                       "03 PRECO"
               DISPLAY "      04 CONSULTA DE PRONTUARIO): "
            ELSE
               DISPLAY "NUMERO DA OPCAO NO MENU (01 A "
                       WS-MOD-ULT (WS-IND) "): "
            END-IF
            ACCEPT PERM-OPCAO

            IF PERM-OPCAO EQUAL ZEROS
               OR PERM-OPCAO GREATER WS-MOD-ULT (WS-IND)
               DISPLAY "OPCAO INVALIDA PARA O MODULO."
               GO TO P050-FIM
            END-IF

            DISPLAY "CONCEDER (S) OU RETIRAR (N)? "
            ACCEPT WS-CONCEDE

            MOVE COD-PERFIL           TO COD-PERFIL-PERM
            MOVE PERM-MODULO          TO MODULO-PERM
            MOVE PERM-OPCAO           TO OPCAO-PERM

            IF CONCEDE-FUNCAO
               MOVE 'S'               TO PERMITIDO-PERM
               MOVE SESSAO-LOGIN      TO LOGIN-PERM
               MOVE WS-HOJE           TO DATA-PERM
               WRITE REG-PERMIS
                   INVALID KEY
                      REWRITE REG-PERMIS
               END-WRITE
               DISPLAY "PERMISSAO CONCEDIDA."
               MOVE 'I'               TO WS-AUD-OPER
            ELSE
               DELETE PERMIS
                   INVALID KEY
                      DISPLAY "O PERFIL NAO TINHA ESTA PERMISSAO."
                      GO TO P050-FIM
               END-DELETE
               DISPLAY "PERMISSAO RETIRADA."
               MOVE 'E'               TO WS-AUD-OPER
            END-IF

            MOVE COD-PERFIL           TO WS-AUD-CHAVE
            MOVE "PERMISSAO"          TO WS-AUD-CAMPO
            MOVE SESSAO-LOGIN         TO WS-AUD-ANTES
            MOVE SPACES               TO WS-AUD-DEPOIS
            STRING PERM-MODULO DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   PERM-OPCAO  DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WS-CONCEDE  DELIMITED BY SIZE
              INTO WS-AUD-DEPOIS
            END-STRING
            PERFORM P090-AUDITA THRU P090-FIM
            .
       P050-FIM.
       P051-VALIDA-MODULO.

            MOVE 'N'                  TO WS-MODULO-OK

            PERFORM P052-PROCURA-MODULO THRU P052-FIM
               VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER 15 OR MODULO-VALIDO
      *   O VARYING AVANCA UMA POSICAO ALEM DO MODULO ACHADO
            IF MODULO-VALIDO
               SUBTRACT 1             FROM WS-IND
            END-IF
            .
       P051-FIM.
       P052-PROCURA-MODULO.

            IF WS-MOD-NOME (WS-IND) EQUAL PERM-MODULO
               SET MODULO-VALIDO      TO TRUE
            END-IF
            .
       P052-FIM.
      *----------------------------------------------------------------
      *   LISTA AS FUNCOES CONCEDIDAS A UM PERFIL
      *----------------------------------------------------------------
       P060-LISTA-PERMIS.

            DISPLAY "CODIGO DO PERFIL: "
            ACCEPT WS-PERFIL-ORIGEM

            MOVE ZEROS                TO WS-QTD-LISTADAS
            SET WS-EOF-OK             TO FALSE
            MOVE WS-PERFIL-ORIGEM     TO COD-PERFIL-PERM
            MOVE LOW-VALUES           TO MODULO-PERM
            MOVE ZEROS                TO OPCAO-PERM

            START PERMIS KEY IS NOT LESS THAN CHAVE-PERMIS
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P061-LE-PERMISSAO THRU P061-FIM UNTIL WS-EOF-OK

            IF WS-QTD-LISTADAS EQUAL ZEROS
               DISPLAY "NENHUMA PERMISSAO PARA O PERFIL."
            END-IF
            .
       P060-FIM.
       P061-LE-PERMISSAO.

            READ PERMIS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P061-FIM
            END-READ

            IF COD-PERFIL-PERM NOT EQUAL WS-PERFIL-ORIGEM
               SET WS-EOF-OK          TO TRUE
               GO TO P061-FIM
            END-IF

            ADD 1                     TO WS-QTD-LISTADAS
            DISPLAY MODULO-PERM " " OPCAO-PERM
                    " - CONCEDIDA POR " LOGIN-PERM " EM " DATA-PERM
            .
       P061-FIM.
      *----------------------------------------------------------------
      *   COPIA TODAS AS PERMISSOES DE UM PERFIL PARA OUTRO (AS QUE O
      *   DESTINO JA TEM FICAM COMO ESTAO)
      *----------------------------------------------------------------
       P070-COPIA-PERMIS.

            DISPLAY "PERFIL DE ORIGEM: "
            ACCEPT WS-PERFIL-ORIGEM
            DISPLAY "PERFIL DE DESTINO: "
            ACCEPT WS-PERFIL-DESTINO

            MOVE WS-PERFIL-DESTINO    TO COD-PERFIL

            READ PERFIS
                INVALID KEY
                   DISPLAY "PERFIL DE DESTINO NAO ENCONTRADO."
                   GO TO P070-FIM
            END-READ

            MOVE ZEROS                TO WS-QTD-COPIADAS
            SET WS-EOF-OK             TO FALSE
            MOVE WS-PERFIL-ORIGEM     TO COD-PERFIL-PERM
            MOVE LOW-VALUES           TO MODULO-PERM
            MOVE ZEROS                TO OPCAO-PERM

            START PERMIS KEY IS NOT LESS THAN CHAVE-PERMIS
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P071-COPIA-UMA THRU P071-FIM UNTIL WS-EOF-OK

            DISPLAY "PERMISSOES COPIADAS: " WS-QTD-COPIADAS

            MOVE 'I'                  TO WS-AUD-OPER
            MOVE WS-PERFIL-DESTINO    TO WS-AUD-CHAVE
            MOVE "COPIA PERMIS"       TO WS-AUD-CAMPO
            MOVE SESSAO-LOGIN         TO WS-AUD-ANTES
            MOVE WS-PERFIL-ORIGEM     TO WS-AUD-DEPOIS
            PERFORM P090-AUDITA THRU P090-FIM
            .
       P070-FIM.
      *   LE A PROXIMA DA ORIGEM, GRAVA NO DESTINO E REPOSICIONA A
      *   LEITURA LOGO APOS A CHAVE DA ORIGEM
       P071-COPIA-UMA.

            READ PERMIS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P071-FIM
            END-READ

            IF COD-PERFIL-PERM NOT EQUAL WS-PERFIL-ORIGEM
               SET WS-EOF-OK          TO TRUE
               GO TO P071-FIM
            END-IF

            MOVE WS-PERFIL-DESTINO    TO COD-PERFIL-PERM
            MOVE SESSAO-LOGIN         TO LOGIN-PERM
            MOVE WS-HOJE              TO DATA-PERM

            WRITE REG-PERMIS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1              TO WS-QTD-COPIADAS
            END-WRITE

            MOVE WS-PERFIL-ORIGEM     TO COD-PERFIL-PERM

            START PERMIS KEY IS GREATER THAN CHAVE-PERMIS
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START
            .
       P071-FIM.
      *----------------------------------------------------------------
      *   TODA MUDANCA DE PERFIL OU DE PERMISSAO VAI PARA A AUDITORIA
      *----------------------------------------------------------------
       P090-AUDITA.

            MOVE "PERFIL"             TO WS-AUD-MODULO

            CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                  WS-AUD-CHAVE, WS-AUD-CAMPO,
                                  WS-AUD-ANTES, WS-AUD-DEPOIS
            .
       P090-FIM.
       END PROGRAM PGMPRF01.
