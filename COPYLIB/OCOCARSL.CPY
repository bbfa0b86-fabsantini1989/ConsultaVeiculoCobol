      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO OCOCAR - OCORRENCIAS POLICIAIS (BOLETIM DE
      * OCORRENCIA) POR PLACA + NUMERO SEQUENCIAL DA OCORRENCIA DA
      * PLACA. E A UNICA PORTA DE ENTRADA DA SITUACAO R/S NO CADCAR:
      * A ABERTURA DA OCORRENCIA (CADMOCO) PASSA O VEICULO PARA R OU
      * S E SO O ENCERRAMENTO, COM O REGISTRO DA RECUPERACAO OU
      * LIBERACAO, O DEVOLVE A SITUACAO A.
      *-----------------------------------------------------------------
       SELECT OCOCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OCO-CHAVE
                    FILE STATUS  IS ST-OCO.
