      *-----------------------------------------------------------------
      * FD/REGISTRO DO OCOCAR - OCORRENCIA POLICIAL POR PLACA + NUMERO:
      * BOLETIM DE OCORRENCIA, DELEGACIA, DATA DO FATO E QUEM ABRIU;
      * NO ENCERRAMENTO, A DATA DA RECUPERACAO/LIBERACAO, QUEM
      * RECEBEU O VEICULO, O TERMO DE RESTITUICAO/LIBERACAO E QUEM
      * ENCERROU (DATAS EM ZEROS ENQUANTO A OCORRENCIA ESTIVER ABERTA).
      * OCO-TIPO:   R-ROUBO/FURTO  S-APREENSAO
      * OCO-STATUS: A-ABERTA  E-ENCERRADA
      *-----------------------------------------------------------------
       FD OCOCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCOCAR.DAT".
       01 REGOCO.
          03 OCO-CHAVE.
             05 OCO-PLACA       PIC X(07).
             05 OCO-NUMERO      PIC 9(03).
          03 OCO-TIPO           PIC X(01).
          03 OCO-BO             PIC X(15).
          03 OCO-DELEGACIA      PIC X(30).
          03 OCO-DTEVENTO       PIC 9(08).
          03 OCO-DTABERT        PIC 9(08).
          03 OCO-OPERABERT      PIC X(08).
          03 OCO-STATUS         PIC X(01).
          03 OCO-DTRECUP        PIC 9(08).
          03 OCO-RECEBEDOR      PIC X(30).
          03 OCO-TERMO          PIC X(15).
          03 OCO-DTENCER        PIC 9(08).
          03 OCO-OPERENCER      PIC X(08).
