      *          PGMCID01. O PRONTUARIO PASSA A GUARDAR O CODIGO AO
      *          LADO DO TEXTO LIVRE (CID-PRONT) E A ESTATISTICA
      *          MENSAL DE MORBIDADE SAI NO PGMCIDREL.
      * Manutencao: 15 OUT 2026 - NOTIF-CID MARCA O CODIGO DA LISTA DE
      *             NOTIFICACAO COMPULSORIA DO MINISTERIO DA SAUDE E O
      *             PRAZO (IMEDIATA EM 24 HORAS OU SEMANAL EM 7 DIAS).
      *             O REGISTRO PASSOU DE 46 PARA 47 POSICOES
      *             (PGMLAYMG2 CONVERTE O ARQUIVO EXISTENTE).
      ******************************************************************
       01 REG-CID.
          03 CODIGO-CID         PIC X(05).
          03 INATIVO-CID        PIC X(01) VALUE 'N'.
             88 CID-INATIVO     VALUE 'S'.
             88 CID-ATIVO       VALUE 'N'.
          03 NOTIF-CID          PIC X(01) VALUE 'N'.
             88 CID-NAO-NOTIFICA   VALUE 'N'.
             88 CID-NOTIF-IMEDIATA VALUE 'I'.
             88 CID-NOTIF-SEMANAL  VALUE 'S'.
             88 CID-NOTIFICAVEL    VALUE 'I' 'S'.
             88 NOTIF-CID-VALIDA   VALUE 'N' 'I' 'S'.
