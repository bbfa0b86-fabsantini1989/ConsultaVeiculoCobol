      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO SEQUENCIAL DE RETORNO DO DETRAN, COM O
      * RESULTADO DE CADA MOVIMENTO ENVIADO - PROCESSADO PELO RETDET.
      *-----------------------------------------------------------------
       SELECT DETRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
