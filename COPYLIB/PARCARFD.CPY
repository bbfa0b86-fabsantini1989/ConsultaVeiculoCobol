      *-----------------------------------------------------------------
      * FD/REGISTRO DO PARCAR - UM PARCEIRO DA CONSULTA EM LOTE: CODIGO,
      * RAZAO SOCIAL, CNPJ E AS TARIFAS COBRADAS POR PLACA ENCONTRADA E
      * POR PLACA NAO ENCONTRADA.
      * PRC-ATIVO: S-ATIVO  N-INATIVO (ARQUIVOS DO PARCEIRO INATIVO SAO
      *            REJEITADOS PELO LOTCAR ANTES DO PROCESSAMENTO)
      * NAS CONSULTAS DO LOTE O LOGCAR E O ALECAR RECEBEM NO CAMPO DE
      * OPERADOR O PREFIXO "LT" SEGUIDO DO CODIGO DO PARCEIRO.
      *-----------------------------------------------------------------
       FD PARCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARCAR.DAT".
       01 REGPRC.
          03 PRC-CODIGO         PIC X(06).
          03 PRC-NOME           PIC X(40).
          03 PRC-CNPJ           PIC X(14).
          03 PRC-TARACH         PIC 9(03)V99.
          03 PRC-TARNEG         PIC 9(03)V99.
          03 PRC-ATIVO          PIC X(01).
          03 PRC-DTCAD          PIC 9(08).
          03 PRC-OPERADOR       PIC X(08).
