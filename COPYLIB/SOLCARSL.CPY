      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO SOLCAR - SOLICITACOES DE OPERACOES SENSIVEIS
      * SOBRE O CADCAR (ENCERRAMENTO DE ROUBO/FURTO, BAIXA DEFINITIVA E
      * EXCLUSAO) QUE AGUARDAM A APROVACAO DE UM SEGUNDO OPERADOR,
      * PELO NUMERO DA SOLICITACAO, COM CHAVE ALTERNADA PELA PLACA.
      *-----------------------------------------------------------------
       SELECT SOLCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SOL-NUMERO
                    ALTERNATE RECORD KEY IS SOL-PLACA
                                 WITH DUPLICATES
                    FILE STATUS  IS ST-SOL.
