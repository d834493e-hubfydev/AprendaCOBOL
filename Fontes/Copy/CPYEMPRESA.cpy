      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO CADASTRO DE EMPRESAS CONVENIADAS PARA
      *          EXAMES OCUPACIONAIS (ADMISSIONAL, PERIODICO,
      *          DEMISSIONAL...): A EMPRESA MANDA O FUNCIONARIO, O
      *          ATENDIMENTO NAO E COBRADO DO PACIENTE E O PGMEMPFAT
      *          JUNTA OS EXAMES DO MES NUMA UNICA FATURA PARA A
      *          EMPRESA. ID-CLI-EMP E O CLIENTE DE COBRANCA CRIADO
      *          PELO PGMEMP01 NA INCLUSAO, PARA QUE A FATURA DA
      *          EMPRESA SIGA PELO AGING, BOLETO E NFS-E COMO
      *          QUALQUER OUTRA. PRAZO-EMP E O PRAZO DE PAGAMENTO DO
      *          CONTRATO, EM DIAS A PARTIR DA EMISSAO.
      ******************************************************************
       01 REG-EMPRESA.
          03 ID-EMP             PIC 9(04).
          03 NM-EMP             PIC X(30).
          03 CNPJ-EMP           PIC 9(14).
          03 ID-CLI-EMP         PIC 9(04).
          03 PRAZO-EMP          PIC 9(03) VALUE ZEROS.
          03 CONTATO-EMP        PIC X(20).
          03 EMAIL-EMP          PIC X(40).
          03 INATIVO-EMP        PIC X(01) VALUE 'N'.
             88 EMP-INATIVA     VALUE 'S'.
             88 EMP-ATIVA       VALUE 'N'.
          03 DATA-CAD-EMP       PIC 9(08).
