      *-----------------------------------------------------------------
      * FD/REGISTROS DO RETORNO DO DETRAN. HEADER (H) COM A SEQUENCIA
      * DO ARQUIVO DE ENVIO A QUE SE REFERE, UM DETALHE (D) POR ITEM
      * ENVIADO E TRAILER (T) COM AS QUANTIDADES.
      * RDT-STATUS: A-ACEITO  R-REJEITADO (RDT-CODREJ/RDT-MOTREJ)
      *-----------------------------------------------------------------
       FD DETRET
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "DETRET.TXT".
       01 REGRETH.
          03 RHD-TIPOREG        PIC X(01).
          03 RHD-SEQ            PIC 9(06).
          03 RHD-DATA           PIC 9(08).
          03 FILLER             PIC X(65).
       01 REGRETD.
          03 RDT-TIPOREG        PIC X(01).
          03 RDT-SEQ            PIC 9(06).
          03 RDT-ITEM           PIC 9(05).
          03 RDT-TIPO           PIC X(01).
          03 RDT-PLACA          PIC X(07).
          03 RDT-STATUS         PIC X(01).
          03 RDT-CODREJ         PIC X(03).
          03 RDT-MOTREJ         PIC X(40).
          03 FILLER             PIC X(16).
       01 REGRETT.
          03 RTR-TIPOREG        PIC X(01).
          03 RTR-SEQ            PIC 9(06).
          03 RTR-QT-ACE         PIC 9(05).
          03 RTR-QT-REJ         PIC 9(05).
          03 FILLER             PIC X(63).
