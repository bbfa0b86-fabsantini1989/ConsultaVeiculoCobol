      *-----------------------------------------------------------------
      * FD/REGISTROS DO CTLENV. CADA SEQUENCIA GUARDA A DATA/HORA DA
      * GERACAO, O PERIODO DOS MOVIMENTOS, AS QUANTIDADES POR TIPO E O
      * RESULTADO DO RETORNO DO DETRAN. A SEQUENCIA ZERO (REGCTECTL) E
      * O REGISTRO DE CONTROLE COM A ULTIMA SEQUENCIA GERADA E A DATA
      * ATE A QUAL OS MOVIMENTOS JA FORAM ENVIADOS.
      * CTE-STATUS: G-GERADO  R-RETORNO PROCESSADO
      *-----------------------------------------------------------------
       FD CTLENV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLENV.DAT".
       01 REGCTE.
          03 CTE-SEQ            PIC 9(06).
          03 CTE-DTGER          PIC 9(08).
          03 CTE-HRGER          PIC X(06).
          03 CTE-DTINI          PIC 9(08).
          03 CTE-DTFIM          PIC 9(08).
          03 CTE-QT-T           PIC 9(05).
          03 CTE-QT-P           PIC 9(05).
          03 CTE-QT-B           PIC 9(05).
          03 CTE-QT-TOT         PIC 9(06).
          03 CTE-STATUS         PIC X(01).
          03 CTE-DTRET          PIC 9(08).
          03 CTE-QT-ACE         PIC 9(05).
          03 CTE-QT-REJ         PIC 9(05).
          03 CTE-QT-REGER       PIC 9(03).
       01 REGCTECTL.
          03 CTECTL-SEQ         PIC 9(06).
          03 CTECTL-ULTSEQ      PIC 9(06).
          03 CTECTL-ULTDATA     PIC 9(08).
          03 FILLER             PIC X(59).
