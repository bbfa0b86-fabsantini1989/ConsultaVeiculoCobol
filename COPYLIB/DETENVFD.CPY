      *-----------------------------------------------------------------
      * FD/REGISTROS DO ARQUIVO DE ENVIO AO DETRAN. UM HEADER (H) COM
      * A SEQUENCIA E A DATA/HORA DE GERACAO, UM DETALHE (D) POR
      * MOVIMENTO E UM TRAILER (T) COM AS QUANTIDADES POR TIPO.
      * O NOME DO ARQUIVO LEVA A SEQUENCIA (ENVNNNNNN.TXT) E E MONTADO
      * EM W-NOMEENV PELO PROGRAMA.
      * EDT-TIPO: T-TRANSFERENCIA (COMUNICADO DE VENDA)
      *           P-REEMPLACAMENTO (EDT-PLACA E A PLACA ANTIGA)
      *           B-BAIXA DEFINITIVA
      * EDT-DOC1: CPF/CNPJ DO VENDEDOR (T) OU DO PROPRIETARIO (P/B)
      * EDT-DOC2: CPF/CNPJ DO COMPRADOR (T)
      *-----------------------------------------------------------------
       FD DETENV
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS W-NOMEENV.
       01 REGENVH.
          03 EHD-TIPOREG        PIC X(01).
          03 EHD-SEQ            PIC 9(06).
          03 EHD-DATA           PIC 9(08).
          03 EHD-HORA           PIC X(06).
          03 EHD-ORIGEM         PIC X(20).
          03 FILLER             PIC X(79).
       01 REGENVD.
          03 EDT-TIPOREG        PIC X(01).
          03 EDT-SEQ            PIC 9(06).
          03 EDT-ITEM           PIC 9(05).
          03 EDT-TIPO           PIC X(01).
          03 EDT-PLACA          PIC X(07).
          03 EDT-DATA           PIC 9(08).
          03 EDT-HORA           PIC X(06).
          03 EDT-CHASSI         PIC X(17).
          03 EDT-DOC1           PIC X(14).
          03 EDT-DOC2           PIC X(14).
          03 EDT-PLACANOVA      PIC X(07).
          03 EDT-MOTIVO         PIC X(30).
          03 FILLER             PIC X(04).
       01 REGENVT.
          03 ETR-TIPOREG        PIC X(01).
          03 ETR-SEQ            PIC 9(06).
          03 ETR-QT-T           PIC 9(05).
          03 ETR-QT-P           PIC 9(05).
          03 ETR-QT-B           PIC 9(05).
          03 ETR-QT-TOT         PIC 9(06).
          03 FILLER             PIC X(92).
