      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO PARCAR - CADASTRO DOS PARCEIROS (SEGURADORAS
      * E FINANCEIRAS) QUE ENVIAM ARQUIVOS DE PLACAS PARA A CONSULTA
      * EM LOTE (LOTCAR), MANTIDO PELO CADMPAR E USADO NO FATURAMENTO
      * MENSAL DAS CONSULTAS (FATLOT).
      *-----------------------------------------------------------------
       SELECT PARCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-CODIGO
                    FILE STATUS  IS ST-PRC.
