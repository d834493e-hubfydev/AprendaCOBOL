      *             NO CADASTRO (ARQFILIAL): SO FILIAL CADASTRADA E
      *             ATIVA, PARA NAO TRANCAR O OPERADOR FORA DO
      *             CAIXA (PGMCXA01).
      * Manutencao: 15 OUT 2026 - INCLUSAO ACEITA O PERFIL G (GERENTE),
      *             QUE TEM ALCADA PROPRIA NA APROVACAO DE PEDIDOS DE
      *             COMPRA (PGMCMP02); PERFIL DESCONHECIDO VIRA O.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: O USUARIO PODE TER
      *             UM OU MAIS PERFIS (ARQUSUPRF), MANTIDOS PELA NOVA
      *             OPCAO 7; A OPCAO 8 CHAMA A MANUTENCAO DOS PERFIS E
      *             DA MATRIZ DE PERMISSOES (PGMPRF01). A ENTRADA PASSA
      *             A SER CONFERIDA PELA MATRIZ (PGMPERMCK), E NAO SO
      *             PELO PERFIL DE ADMINISTRADOR; VOLTAR PASSOU DE 7
      *             PARA 9.
      * Manutencao: 15 OUT 2026 - NOVA OPCAO 9 VINCULA O LOGIN A UM
      *             PROFISSIONAL DO CADASTRO (ARQUSUPROF), USADO NO
      *             CONTROLE DE LEITURA DE DADOS CLINICOS (PGMACELOG);
      *             VOLTAR PASSOU DE 9 PARA 10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMUSUADM.
           RECORD KEY   IS ID-FILIAL
           FILE STATUS  IS WS-FS-FIL.

           SELECT USUPRF ASSIGN TO
           WS-PATH-ARQUSUPRF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-USUPRF
           FILE STATUS  IS WS-FS-UPF.

           SELECT PERFIS ASSIGN TO
           WS-PATH-ARQPERFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS COD-PERFIL
           FILE STATUS  IS WS-FS-PRF.

           SELECT USUPROF ASSIGN TO
           WS-PATH-ARQUSUPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS LOGIN-USUPROF
           FILE STATUS  IS WS-FS-UPR.

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRO.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
       FD FILIAIS.
           COPY CPYFILIAL.

       FD USUPRF.
           COPY CPYUSUPRF.

       FD PERFIS.
           COPY CPYPERFIL.

       FD USUPROF.
           COPY CPYUSUPROF.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-OK BY WS-FS-FIL-OK
                          WS-FS BY WS-FS-FIL.

           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-UPF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-UPF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-UPF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-UPF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-UPF-EOF
                          WS-FS-OK BY WS-FS-UPF-OK
                          WS-FS BY WS-FS-UPF.

           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRF-EOF
                          WS-FS-OK BY WS-FS-PRF-OK
                          WS-FS BY WS-FS-PRF.

           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-UPR-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-UPR-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-UPR-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-UPR-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-UPR-EOF
                          WS-FS-OK BY WS-FS-UPR-OK
                          WS-FS BY WS-FS-UPR.

           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRO-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRO-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRO-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRO-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRO-EOF
                          WS-FS-OK BY WS-FS-PRO-OK
                          WS-FS BY WS-FS-PRO.

           COPY CPYPERMCK.

       77 WS-OPCAO           PIC 9(02)  VALUE ZEROS.
       77 WS-FILIAL-NOVA     PIC 9(02)  VALUE ZEROS.
       77 WS-FILIAL-VAL-OK   PIC X(01)  VALUE 'N'.
          88 FILIAL-VALIDA   VALUE 'S'.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-SENHA-NOVA      PIC X(10)  VALUE SPACES.
       77 WS-SENHA-HASH      PIC X(10)  VALUE SPACES.
       77 WS-ACAO-PRF        PIC X(01)  VALUE SPACE.
          88 INCLUI-PERFIL   VALUE 'I' 'i'.
          88 RETIRA-PERFIL   VALUE 'R' 'r'.
       77 WS-QTD-PRF-USU     PIC 9(02)  VALUE ZEROS.
       77 WS-ID-PROF-NOVO    PIC 9(04)  VALUE ZEROS.
       77 WS-ID-PROF-ATUAL   PIC 9(04)  VALUE ZEROS.
       77 WS-USUPROF-EXISTE  PIC X(01)  VALUE 'N'.
          88 USUPROF-EXISTE  VALUE 'S'.
       77 WS-AUD-MODULO      PIC X(08)  VALUE SPACES.
       77 WS-AUD-OPER        PIC X(01)  VALUE SPACES.
       77 WS-AUD-CHAVE       PIC X(10)  VALUE SPACES.
       77 WS-AUD-CAMPO       PIC X(12)  VALUE SPACES.
       77 WS-AUD-ANTES       PIC X(30)  VALUE SPACES.
       77 WS-AUD-DEPOIS      PIC X(30)  VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
           PERFORM P003-VERIFICA-PERFIL  THRU P003-FIM

      *   ADMINISTRADOR OU PERFIL COM A OPCAO DE USUARIOS NA MATRIZ
           MOVE "MENU01"             TO PERM-MODULO
           MOVE 14                   TO PERM-OPCAO
           CALL "PGMPERMCK" USING PERMCK-PARM

           IF NOT PERM-CONCEDIDA
              DISPLAY
              "ACESSO A USUARIOS NAO PERMITIDO PARA O SEU PERFIL."
              GOBACK
           END-IF

              GOBACK
           END-IF

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 10

           CLOSE USUARIOS

           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFILIAL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQUSUPRF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQUSUPRF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPERFIL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPERFIL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQUSUPROF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQUSUPROF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
           END-IF
           .
       P001-FIM.
      *----------------------------------------------------------------
           DISPLAY "4 - LISTAR USUARIOS COM ULTIMO ACESSO"
           DISPLAY "5 - SESSOES ATIVAS"
           DISPLAY "6 - VINCULAR USUARIO A UMA FILIAL"
           DISPLAY "7 - PERFIS DE ACESSO DO USUARIO"
           DISPLAY "8 - CADASTRO DE PERFIS E PERMISSOES"
           DISPLAY "9 - VINCULAR USUARIO A UM PROFISSIONAL"
           DISPLAY "10 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

               WHEN 6
                  PERFORM P060-VINCULA-FILIAL THRU P060-FIM
               WHEN 7
                  PERFORM P070-PERFIS-USUARIO THRU P070-FIM
               WHEN 8
                  CALL "PGMPRF01"
               WHEN 9
                  PERFORM P080-VINCULA-PROFISSIONAL THRU P080-FIM
               WHEN 10
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           ACCEPT USU-LOGIN
           DISPLAY "NOME DO USUARIO: "
           ACCEPT USU-NOME
           DISPLAY "PERFIL (A=ADMINISTRADOR G=GERENTE O=OPERADOR): "
           ACCEPT USU-PERFIL
           IF NOT USU-ADMIN AND NOT USU-GERENTE
              MOVE 'O'               TO USU-PERFIL
           END-IF
           DISPLAY "SENHA INICIAL: "
           ACCEPT WS-SENHA-NOVA

           CLOSE FILIAIS
           .
       P061-FIM.
      *----------------------------------------------------------------
      *   MOSTRA OS PERFIS DE ACESSO DO USUARIO E INCLUI OU RETIRA UM.
      *   O USUARIO PODE ACUMULAR PERFIS; VALE A SOMA DAS PERMISSOES.
      *   SEM NENHUM PERFIL ELE SEGUE NO REGIME ANTIGO DE USU-PERFIL
      *----------------------------------------------------------------
       P070-PERFIS-USUARIO.

           DISPLAY "LOGIN DO USUARIO: "
           ACCEPT USU-LOGIN

           READ USUARIOS
               INVALID KEY
                  DISPLAY "USUARIO NAO ENCONTRADO."
                  GO TO P070-FIM
           END-READ

           OPEN I-O USUPRF

           IF WS-FS-UPF EQUAL 35
              OPEN OUTPUT USUPRF
              CLOSE USUPRF
              OPEN I-O USUPRF
           END-IF

           IF NOT WS-FS-UPF-OK
              DISPLAY "ERRO NO ARQUIVO DE PERFIS DOS USUARIOS: "
                      WS-FS-UPF
              GO TO P070-FIM
           END-IF

           OPEN INPUT PERFIS

           IF NOT WS-FS-PRF-OK
              DISPLAY "TABELA DE PERFIS INDISPONIVEL. CADASTRE OS "
                      "PERFIS NA OPCAO 8."
              CLOSE USUPRF
              GO TO P070-FIM
           END-IF

           PERFORM P071-LISTA-PERFIS-USU THRU P071-FIM

           DISPLAY "I = INCLUIR PERFIL, R = RETIRAR PERFIL, "
                   "<ENTER> = VOLTAR: "
           MOVE SPACE                TO WS-ACAO-PRF
           ACCEPT WS-ACAO-PRF

           EVALUATE TRUE
               WHEN INCLUI-PERFIL
                  PERFORM P073-INCLUI-PERFIL-USU THRU P073-FIM
               WHEN RETIRA-PERFIL
                  PERFORM P074-RETIRA-PERFIL-USU THRU P074-FIM
               WHEN OTHER
                  CONTINUE
           END-EVALUATE

           CLOSE PERFIS
           CLOSE USUPRF
           .
       P070-FIM.
       P071-LISTA-PERFIS-USU.

           DISPLAY "PERFIS DE " USU-LOGIN " - " USU-NOME ":"
           MOVE ZEROS                TO WS-QTD-PRF-USU
           SET WS-EOF-OK             TO FALSE
           MOVE USU-LOGIN            TO LOGIN-USUPRF
           MOVE LOW-VALUES           TO COD-PERFIL-USUPRF

           START USUPRF KEY IS NOT LESS THAN CHAVE-USUPRF
               INVALID KEY
                  SET WS-EOF-OK      TO TRUE
           END-START

           PERFORM P072-LE-PERFIL-USU THRU P072-FIM UNTIL WS-EOF-OK

           IF WS-QTD-PRF-USU EQUAL ZEROS
              DISPLAY "   NENHUM (REGIME ANTIGO PELO PERFIL "
                      USU-PERFIL ")"
           END-IF
           .
       P071-FIM.
       P072-LE-PERFIL-USU.

           READ USUPRF NEXT RECORD
               AT END
                  SET WS-EOF-OK      TO TRUE
                  GO TO P072-FIM
           END-READ

           IF LOGIN-USUPRF NOT EQUAL USU-LOGIN
              SET WS-EOF-OK          TO TRUE
              GO TO P072-FIM
           END-IF

           ADD 1                     TO WS-QTD-PRF-USU
           MOVE COD-PERFIL-USUPRF    TO COD-PERFIL

           READ PERFIS
               INVALID KEY
                  MOVE "(PERFIL NAO CADASTRADO)" TO DESC-PERFIL
                  MOVE 'N'           TO INATIVO-PERFIL
           END-READ

           DISPLAY "   " COD-PERFIL-USUPRF " - " DESC-PERFIL
                   " - INATIVO=" INATIVO-PERFIL
           .
       P072-FIM.
       P073-INCLUI-PERFIL-USU.

           DISPLAY "CODIGO DO PERFIL: "
           ACCEPT COD-PERFIL

           READ PERFIS
               INVALID KEY
                  DISPLAY "PERFIL NAO CADASTRADO."
                  GO TO P073-FIM
           END-READ

           IF PERFIL-INATIVO
              DISPLAY "PERFIL INATIVO."
              GO TO P073-FIM
           END-IF

           MOVE USU-LOGIN            TO LOGIN-USUPRF
           MOVE COD-PERFIL           TO COD-PERFIL-USUPRF
           MOVE SESSAO-LOGIN         TO LOGIN-INC-USUPRF
           ACCEPT DATA-INC-USUPRF FROM DATE YYYYMMDD

           WRITE REG-USUPRF
               INVALID KEY
                  DISPLAY "O USUARIO JA TEM ESTE PERFIL."
                  GO TO P073-FIM
           END-WRITE

           DISPLAY "PERFIL INCLUIDO. VALE NA PROXIMA ABERTURA DE "
                   "MENU."
           MOVE 'I'                  TO WS-AUD-OPER
           PERFORM P075-AUDITA-PERFIL THRU P075-FIM
           .
       P073-FIM.
       P074-RETIRA-PERFIL-USU.

           DISPLAY "CODIGO DO PERFIL: "
           ACCEPT COD-PERFIL-USUPRF
           MOVE USU-LOGIN            TO LOGIN-USUPRF

           DELETE USUPRF
               INVALID KEY
                  DISPLAY "O USUARIO NAO TEM ESTE PERFIL."
                  GO TO P074-FIM
           END-DELETE

           DISPLAY "PERFIL RETIRADO."
           MOVE 'E'                  TO WS-AUD-OPER
           PERFORM P075-AUDITA-PERFIL THRU P075-FIM
           .
       P074-FIM.
      *----------------------------------------------------------------
      *   TODA MUDANCA NOS PERFIS DE UM USUARIO VAI PARA A AUDITORIA
      *----------------------------------------------------------------
       P075-AUDITA-PERFIL.

           MOVE "USUARIO"            TO WS-AUD-MODULO
           MOVE USU-LOGIN            TO WS-AUD-CHAVE
           MOVE "PERFIL"             TO WS-AUD-CAMPO
           MOVE SESSAO-LOGIN         TO WS-AUD-ANTES
           MOVE COD-PERFIL-USUPRF    TO WS-AUD-DEPOIS

           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
       P075-FIM.
      *----------------------------------------------------------------
      *   VINCULA O LOGIN A UM PROFISSIONAL CADASTRADO E ATIVO; COM O
      *   VINCULO, O CONTROLE DE LEITURA DE DADOS CLINICOS CONFERE OS
      *   AGENDAMENTOS DO PROFISSIONAL COM O PACIENTE
      *----------------------------------------------------------------
       P080-VINCULA-PROFISSIONAL.

           DISPLAY "LOGIN DO USUARIO: "
           ACCEPT USU-LOGIN

           READ USUARIOS
               INVALID KEY
                  DISPLAY "USUARIO NAO ENCONTRADO."
                  GO TO P080-FIM
           END-READ

           OPEN I-O USUPROF

           IF WS-FS-UPR EQUAL 35
              OPEN OUTPUT USUPROF
              CLOSE USUPROF
              OPEN I-O USUPROF
           END-IF

           IF NOT WS-FS-UPR-OK
              DISPLAY "ERRO NO ARQUIVO DE VINCULOS DE PROFISSIONAL: "
                      WS-FS-UPR
              GO TO P080-FIM
           END-IF

           MOVE 'N'                  TO WS-USUPROF-EXISTE
           MOVE ZEROS                TO WS-ID-PROF-ATUAL
           MOVE USU-LOGIN            TO LOGIN-USUPROF

           READ USUPROF
               NOT INVALID KEY
                  SET USUPROF-EXISTE TO TRUE
                  MOVE ID-PROF-USUPROF TO WS-ID-PROF-ATUAL
           END-READ

           DISPLAY "USUARIO " USU-NOME " - PROFISSIONAL ATUAL "
                   WS-ID-PROF-ATUAL
           DISPLAY "PROFISSIONAL (0000 = RETIRAR O VINCULO): "
           ACCEPT WS-ID-PROF-NOVO

           IF WS-ID-PROF-NOVO EQUAL ZEROS
              PERFORM P081-RETIRA-VINCULO-PROF THRU P081-FIM
           ELSE
              PERFORM P082-GRAVA-VINCULO-PROF  THRU P082-FIM
           END-IF

           CLOSE USUPROF
           .
       P080-FIM.
       P081-RETIRA-VINCULO-PROF.

           IF NOT USUPROF-EXISTE
              DISPLAY "O USUARIO NAO TEM VINCULO DE PROFISSIONAL."
              GO TO P081-FIM
           END-IF

           DELETE USUPROF
               INVALID KEY
                  DISPLAY "ERRO AO RETIRAR O VINCULO."
                  GO TO P081-FIM
           END-DELETE

           DISPLAY "VINCULO DE PROFISSIONAL RETIRADO."
           MOVE 'E'                  TO WS-AUD-OPER
           PERFORM P083-AUDITA-VINCULO-PROF THRU P083-FIM
           .
       P081-FIM.
       P082-GRAVA-VINCULO-PROF.

           OPEN INPUT PROFISSIONAIS

           IF NOT WS-FS-PRO-OK
              DISPLAY "ERRO NO CADASTRO DE PROFISSIONAIS: " WS-FS-PRO
              GO TO P082-FIM
           END-IF

           MOVE WS-ID-PROF-NOVO      TO ID-PROF

           READ PROFISSIONAIS
               INVALID KEY
                  MOVE 'S'           TO INATIVO-PROF
                  MOVE SPACES        TO NM-PROF
           END-READ

           CLOSE PROFISSIONAIS

           IF NM-PROF EQUAL SPACES
              DISPLAY "PROFISSIONAL NAO CADASTRADO."
              GO TO P082-FIM
           END-IF

           IF PROF-INATIVO
              DISPLAY "PROFISSIONAL INATIVO."
              GO TO P082-FIM
           END-IF

           MOVE USU-LOGIN            TO LOGIN-USUPROF
           MOVE WS-ID-PROF-NOVO      TO ID-PROF-USUPROF
           MOVE SESSAO-LOGIN         TO LOGIN-INC-USUPROF
           ACCEPT DATA-INC-USUPROF FROM DATE YYYYMMDD

           IF USUPROF-EXISTE
              REWRITE REG-USUPROF
           ELSE
              WRITE REG-USUPROF
           END-IF

           IF NOT WS-FS-UPR-OK
              DISPLAY "ERRO AO GRAVAR O VINCULO: " WS-FS-UPR
              GO TO P082-FIM
           END-IF

           DISPLAY "USUARIO VINCULADO A " NM-PROF "."
           IF USUPROF-EXISTE
              MOVE 'A'               TO WS-AUD-OPER
           ELSE
              MOVE 'I'               TO WS-AUD-OPER
           END-IF
           PERFORM P083-AUDITA-VINCULO-PROF THRU P083-FIM
           .
       P082-FIM.
       P083-AUDITA-VINCULO-PROF.

           MOVE "USUARIO"            TO WS-AUD-MODULO
           MOVE USU-LOGIN            TO WS-AUD-CHAVE
           MOVE "PROFISSIONAL"       TO WS-AUD-CAMPO
           MOVE WS-ID-PROF-ATUAL     TO WS-AUD-ANTES
           MOVE WS-ID-PROF-NOVO      TO WS-AUD-DEPOIS

           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
       P083-FIM.
       END PROGRAM PGMUSUADM.
