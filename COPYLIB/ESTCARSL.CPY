      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO ESTCAR - FOTOGRAFIA MENSAL DAS CONTAGENS DA
      * ESTATISTICA DA FROTA (ESTFRO), POR MES DE REFERENCIA +
      * DIMENSAO + ITEM, LIDA NO MES SEGUINTE PARA O COMPARATIVO.
      *-----------------------------------------------------------------
       SELECT ESTCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EST-CHAVE
                    FILE STATUS  IS ST-EST.
