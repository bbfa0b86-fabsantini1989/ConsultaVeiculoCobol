      *-----------------------------------------------------------------
      * FD/REGISTRO DO MOVENV - IMAGEM DE CADA DETALHE ENVIADO AO
      * DETRAN (PERMITE REGERAR UM ARQUIVO PERDIDO PELA SEQUENCIA) E
      * A SITUACAO DEVOLVIDA NO ARQUIVO DE RETORNO (RETDET).
      * MOV-STATUS: E-ENVIADO  A-ACEITO  R-REJEITADO PELO DETRAN
      *-----------------------------------------------------------------
       FD MOVENV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVENV.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
             05 MOV-SEQ         PIC 9(06).
             05 MOV-ITEM        PIC 9(05).
          03 MOV-IDENT.
             05 MOV-TIPO        PIC X(01).
             05 MOV-PLACA       PIC X(07).
             05 MOV-DATA        PIC 9(08).
             05 MOV-HORA        PIC X(06).
          03 MOV-CHASSI         PIC X(17).
          03 MOV-DOC1           PIC X(14).
          03 MOV-DOC2           PIC X(14).
          03 MOV-PLACANOVA      PIC X(07).
          03 MOV-MOTIVO         PIC X(30).
          03 MOV-STATUS         PIC X(01).
          03 MOV-CODREJ         PIC X(03).
          03 MOV-MOTREJ         PIC X(40).
          03 MOV-DTRET          PIC 9(08).
