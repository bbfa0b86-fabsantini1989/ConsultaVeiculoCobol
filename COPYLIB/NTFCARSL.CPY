      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO NTFCAR - REGISTRO DAS NOTIFICACOES DE DEBITOS
      * ENVIADAS AOS PROPRIETARIOS (AVICAR), UM REGISTRO POR ITEM
      * NOTIFICADO (EXERCICIO DE LICENCIAMENTO OU AUTO DE INFRACAO),
      * COM CHAVE ALTERNADA PELO CPF/CNPJ DO PROPRIETARIO NOTIFICADO.
      *-----------------------------------------------------------------
       SELECT NTFCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NTF-CHAVE
                    ALTERNATE RECORD KEY IS NTF-PROPDOC
                                 WITH DUPLICATES
                    FILE STATUS  IS ST-NTF.
