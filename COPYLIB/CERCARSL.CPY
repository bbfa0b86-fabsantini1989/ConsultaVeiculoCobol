      *-----------------------------------------------------------------
      * SELECT DO ARQUIVO CERCAR - REGISTRO DAS CERTIDOES NEGATIVAS/
      * POSITIVAS DE DEBITOS EMITIDAS POR PLACA (CERCAR), PELO NUMERO
      * DA CERTIDAO. SERVE A VERIFICACAO DE AUTENTICIDADE E VALIDADE
      * QUANDO O PORTADOR APRESENTA O NUMERO.
      *-----------------------------------------------------------------
       SELECT CERCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CER-NUMERO
                    FILE STATUS  IS ST-CER.
