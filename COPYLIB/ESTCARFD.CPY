      *-----------------------------------------------------------------
      * FD/REGISTRO DO ESTCAR - QUANTIDADE DE UM ITEM DA ESTATISTICA DA
      * FROTA NO MES DE REFERENCIA, COM A DATA EM QUE FOI APURADA.
      * EST-DIM: 1-MARCA/MODELO  2-FAIXA DE IDADE (EST-ITEM = CODIGO
      *          DA FAIXA)  3-COR  4-SITUACAO  5-MOVIMENTO DO MES NO
      *          HSTCAR (1-INCLUSOES 2-BAIXAS 3-TRANSFERENCIAS)
      *-----------------------------------------------------------------
       FD ESTCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTCAR.DAT".
       01 REGEST.
          03 EST-CHAVE.
             05 EST-ANOMES      PIC 9(06).
             05 EST-DIM         PIC 9(01).
             05 EST-ITEM        PIC X(30).
          03 EST-QTDE           PIC 9(07).
          03 EST-DTGER          PIC 9(08).
