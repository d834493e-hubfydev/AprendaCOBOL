      ******************************************************************
      * Copybook: CPYNOTIF
      * Purpose: LAYOUT DA NOTIFICACAO COMPULSORIA DE DOENCA (UMA POR
      *          CLIENTE X DATA DO ATENDIMENTO X CID), GERADA PELO
      *          PGMPRONT01 QUANDO O PROFISSIONAL GRAVA NO PRONTUARIO
      *          UM CODIGO MARCADO NA TABELA ARQCID COMO DE
      *          NOTIFICACAO (NOTIF-CID). O PRAZO E CONTADO DA DATA DO
      *          ATENDIMENTO: 1 DIA NA IMEDIATA, 7 DIAS NA SEMANAL.
      *          FICA PENDENTE ATE O PGMNTFEXP EXPORTAR PARA A
      *          VIGILANCIA EPIDEMIOLOGICA DO MUNICIPIO.
      ******************************************************************
       01 REG-NOTIF.
          03 CHAVE-NOTIF.
             05 ID-CLI-NTF       PIC 9(04).
             05 DATA-NTF         PIC 9(08).
             05 CID-NTF          PIC X(05).
          03 ID-AGE-NTF          PIC 9(08) VALUE ZEROS.
          03 ID-PROF-NTF         PIC 9(04) VALUE ZEROS.
          03 URGENCIA-NTF        PIC X(01) VALUE 'S'.
             88 NTF-IMEDIATA     VALUE 'I'.
             88 NTF-SEMANAL      VALUE 'S'.
          03 DATA-LIMITE-NTF     PIC 9(08) VALUE ZEROS.
          03 SITUACAO-NTF        PIC X(01) VALUE 'P'.
             88 NTF-PENDENTE     VALUE 'P'.
             88 NTF-ENVIADA      VALUE 'E'.
          03 DATA-GER-NTF        PIC 9(08) VALUE ZEROS.
          03 HORA-GER-NTF        PIC 9(08) VALUE ZEROS.
          03 DATA-ENVIO-NTF      PIC 9(08) VALUE ZEROS.
          03 LOGIN-NTF           PIC X(10) VALUE SPACES.
