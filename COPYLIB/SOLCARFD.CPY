      *-----------------------------------------------------------------
      * FD/REGISTRO DO SOLCAR - UMA SOLICITACAO DE OPERACAO SENSIVEL:
      * QUEM PEDIU E QUANDO, A IMAGEM DO REGCAR NO MOMENTO DO PEDIDO
      * (A APROVACAO SO APLICA SE O VEICULO NAO MUDOU DESDE ENTAO), OS
      * DADOS PROPRIOS DA OPERACAO E A DECISAO DO APROVADOR.
      * SOL-TIPO:   R-ENCERRAMENTO DE OCORRENCIA DE ROUBO/FURTO (R->A)
      *             B-BAIXA DEFINITIVA   E-EXCLUSAO DO CADCAR
      * SOL-STATUS: P-PENDENTE  A-APROVADA  R-REJEITADA
      * SOL-OCO...: OCORRENCIA A ENCERRAR E DADOS DA RECUPERACAO (R)
      * SOL-MOTIVO: MOTIVO DA BAIXA (B) OU DA EXCLUSAO (E); NUMERO DO
      *             B.O. NO ENCERRAMENTO (R)
      * O REGISTRO DE NUMERO ZERO E O CONTROLE DA NUMERACAO (REGSOLCTL)
      * E GUARDA O ULTIMO NUMERO ATRIBUIDO.
      *-----------------------------------------------------------------
       FD SOLCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SOLCAR.DAT".
       01 REGSOL.
          03 SOL-NUMERO         PIC 9(08).
          03 SOL-PLACA          PIC X(07).
          03 SOL-TIPO           PIC X(01).
          03 SOL-STATUS         PIC X(01).
          03 SOL-SOLICIT        PIC X(08).
          03 SOL-DTSOL          PIC 9(08).
          03 SOL-HRSOL          PIC X(06).
          03 SOL-MOTIVO         PIC X(30).
          03 SOL-OCONUM         PIC 9(03).
          03 SOL-DTRECUP        PIC 9(08).
          03 SOL-RECEBEDOR      PIC X(30).
          03 SOL-TERMO          PIC X(15).
          03 SOL-REGCAR         PIC X(117).
          03 SOL-APROVADOR      PIC X(08).
          03 SOL-DTDEC          PIC 9(08).
          03 SOL-HRDEC          PIC X(06).
          03 SOL-MOTREJ         PIC X(30).
       01 REGSOLCTL.
          03 SOLCTL-CHAVE       PIC 9(08).
          03 SOLCTL-PLACA       PIC X(07).
          03 SOLCTL-ULTNUM      PIC 9(08).
          03 FILLER             PIC X(271).
