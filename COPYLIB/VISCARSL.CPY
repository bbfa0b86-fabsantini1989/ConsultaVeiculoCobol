      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO VISCAR - VISTORIAS DE VEICULOS (TRANSFERENCIA
      * E RECUPERACAO), PELA PLACA E DATA DA VISTORIA. MANTIDO PELO
      * CADMVIS, LIDO PELA CONSULTA (CONSCAR) E PELO RELATORIO DIARIO
      * DE VISTORIAS REPROVADAS (RELVIS).
      *-----------------------------------------------------------------
       SELECT VISCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VIS-CHAVE
                    FILE STATUS  IS ST-VIS.
