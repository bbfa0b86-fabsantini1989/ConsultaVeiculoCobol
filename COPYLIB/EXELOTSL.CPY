      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO EXELOT - CONTROLE DAS EXECUCOES DA CONSULTA
      * EM LOTE (LOTCAR), UM REGISTRO POR EXECUCAO PELO NUMERO DA
      * EXECUCAO, COM CHAVE ALTERNADA PELO CODIGO DO PARCEIRO.
      *-----------------------------------------------------------------
       SELECT EXELOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXE-NUMERO
                    ALTERNATE RECORD KEY IS EXE-PARCEIRO
                                 WITH DUPLICATES
                    FILE STATUS  IS ST-EXE.
