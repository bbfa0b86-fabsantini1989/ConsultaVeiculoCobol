      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO MOVENV - MOVIMENTOS JA ENVIADOS AO DETRAN,
      * POR SEQUENCIA DO ARQUIVO + ITEM, COM CHAVE ALTERNADA PELA
      * IDENTIFICACAO DO MOVIMENTO (TIPO, PLACA, DATA E HORA) PARA QUE
      * UMA REEXECUCAO NAO REENVIE O MESMO MOVIMENTO.
      *-----------------------------------------------------------------
       SELECT MOVENV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    ALTERNATE RECORD KEY IS MOV-IDENT
                    FILE STATUS  IS ST-MOV.
