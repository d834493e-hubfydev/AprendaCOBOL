      * Date: 09 AGO 2026
      * Purpose: CONSULTAR PROCEDIMENTOS/EXAMES DO CATALOGO - NAVEGACAO
      *          PAGINADA OU CONSULTA DIRETA POR ID-PROC.
      * Manutencao: 15 OUT 2026 - EXIBE A CAPACIDADE DOS PROCEDIMENTOS
      *             DE SESSAO EM GRUPO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRC03.
                   DISPLAY ID-PROC " - " NM-PROC
                           " - VALOR: " VLR-PROC
                           " - DURACAO: " DURACAO-PROC " MIN"
                   IF PROC-EM-GRUPO
                      DISPLAY "       SESSAO EM GRUPO - CAPACIDADE: "
                              CAPAC-GRUPO-PROC
                   END-IF
                   ADD 1             TO WS-CONT-PAG
                   IF WS-CONT-PAG >= WS-TAM-PAG
                      MOVE ZEROS     TO WS-CONT-PAG
                      DISPLAY ID-PROC " - " NM-PROC
                              " - VALOR: " VLR-PROC
                              " - DURACAO: " DURACAO-PROC " MIN"
                      IF PROC-EM-GRUPO
                         DISPLAY "SESSAO EM GRUPO - CAPACIDADE: "
                                 CAPAC-GRUPO-PROC
                      END-IF
               END-READ
            END-IF

