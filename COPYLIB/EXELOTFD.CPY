      *-----------------------------------------------------------------
      * FD/REGISTRO DO EXELOT - UMA EXECUCAO DA CONSULTA EM LOTE: O
      * PARCEIRO QUE ENVIOU O ARQUIVO, DATA E HORA DE INICIO E FIM E OS
      * TOTAIS DE PLACAS LIDAS, ENCONTRADAS, NAO ENCONTRADAS E DE
      * ALERTAS GERADOS. E A BASE DO FATURAMENTO MENSAL (FATLOT).
      * EXE-SITUACAO: C-CONCLUIDA  R-REJEITADA (PARCEIRO INATIVO)
      * O REGISTRO DE NUMERO ZERO E O CONTROLE DA NUMERACAO (REGEXECTL)
      * E GUARDA O ULTIMO NUMERO ATRIBUIDO.
      *-----------------------------------------------------------------
       FD EXELOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXELOT.DAT".
       01 REGEXE.
          03 EXE-NUMERO         PIC 9(08).
          03 EXE-PARCEIRO       PIC X(06).
          03 EXE-SITUACAO       PIC X(01).
          03 EXE-DATA           PIC 9(08).
          03 EXE-HRINI          PIC X(06).
          03 EXE-HRFIM          PIC X(06).
          03 EXE-LIDAS          PIC 9(06).
          03 EXE-ACHADAS        PIC 9(06).
          03 EXE-NEGADAS        PIC 9(06).
          03 EXE-ALERTAS        PIC 9(06).
       01 REGEXECTL.
          03 EXECTL-CHAVE       PIC 9(08).
          03 EXECTL-PARCEIRO    PIC X(06).
          03 EXECTL-ULTNUM      PIC 9(08).
          03 FILLER             PIC X(37).
