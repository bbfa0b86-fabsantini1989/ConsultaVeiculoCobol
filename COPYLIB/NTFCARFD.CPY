      *-----------------------------------------------------------------
      * FD/REGISTRO DO NTFCAR - ITEM PENDENTE JA NOTIFICADO AO
      * PROPRIETARIO: A QUEM FOI ENVIADO (CPF/CNPJ), EM QUE DATA E COM
      * QUE VENCIMENTO E VALOR. SERVE DE PROVA DA NOTIFICACAO E IMPEDE
      * QUE O MESMO ITEM SEJA NOTIFICADO DE NOVO NOS MESES SEGUINTES.
      * NTF-TIPO: L-LICENCIAMENTO (NTF-ITEM = EXERCICIO)
      *           M-MULTA         (NTF-ITEM = AUTO DE INFRACAO)
      *-----------------------------------------------------------------
       FD NTFCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NTFCAR.DAT".
       01 REGNTF.
          03 NTF-CHAVE.
             05 NTF-TIPO        PIC X(01).
             05 NTF-PLACA       PIC X(07).
             05 NTF-ITEM        PIC X(10).
          03 NTF-PROPDOC        PIC X(14).
          03 NTF-DATA           PIC 9(08).
          03 NTF-VENCTO         PIC 9(08).
          03 NTF-VALOR          PIC 9(07)V99.
          03 NTF-DESCR          PIC X(30).
