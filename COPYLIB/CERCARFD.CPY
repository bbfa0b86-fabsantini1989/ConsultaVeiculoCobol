      *-----------------------------------------------------------------
      * FD/REGISTRO DO CERCAR - UMA CERTIDAO EMITIDA: NUMERO, PLACA,
      * DATA/HORA DA EMISSAO, OPERADOR, REQUERENTE, RESULTADO, DATA
      * DE VALIDADE E QUANTIDADE DE PENDENCIAS APONTADAS.
      * CER-RESULTADO: N-NEGATIVA  P-POSITIVA
      * O REGISTRO DE NUMERO ZERO E O CONTROLE DA NUMERACAO (REGCERCTL)
      * E GUARDA O ULTIMO NUMERO EMITIDO.
      *-----------------------------------------------------------------
       FD CERCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CERCAR.DAT".
       01 REGCER.
          03 CER-NUMERO         PIC 9(08).
          03 CER-PLACA          PIC X(07).
          03 CER-DATA           PIC 9(08).
          03 CER-HORA           PIC X(06).
          03 CER-OPERADOR       PIC X(08).
          03 CER-REQUERENTE     PIC X(30).
          03 CER-RESULTADO      PIC X(01).
          03 CER-VALIDADE       PIC 9(08).
          03 CER-QTPEND         PIC 9(03).
       01 REGCERCTL.
          03 CERCTL-CHAVE       PIC 9(08).
          03 CERCTL-ULTNUM      PIC 9(08).
          03 FILLER             PIC X(63).
