      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO SEQUENCIAL DE ENVIO DE MOVIMENTOS AO DETRAN
      * (TRANSFERENCIAS, REEMPLACAMENTOS E BAIXAS), EM LAYOUT FIXO -
      * GERADO PELO ENVDET E REGERADO PELO REGDET.
      *-----------------------------------------------------------------
       SELECT DETENV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ENV.
