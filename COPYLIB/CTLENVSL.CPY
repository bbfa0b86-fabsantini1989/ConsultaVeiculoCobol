      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO CTLENV - CONTROLE DOS ARQUIVOS ENVIADOS AO
      * DETRAN, UM REGISTRO POR SEQUENCIA.
      *-----------------------------------------------------------------
       SELECT CTLENV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTE-SEQ
                    FILE STATUS  IS ST-CTE.
