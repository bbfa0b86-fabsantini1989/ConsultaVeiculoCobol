      *               T-TRANSFERENCIA DE PROPRIEDADE
      *               P-TROCA DE PLACA (GRAVADA SOB AS DUAS PLACAS)
      *               B-BAIXA DEFINITIVA (SUCATA/SINISTRO)
      *               O-ABERTURA DE OCORRENCIA POLICIAL (SITUACAO R/S)
      *               R-ENCERRAMENTO DA OCORRENCIA (RECUPERACAO)
      * NAS OPERACOES QUE DEPENDEM DE APROVACAO (SOLCAR - ENCERRAMENTO
      * DE ROUBO/FURTO, BAIXA E EXCLUSAO) O JRN-OPERADOR E O OPERADOR
      * QUE APROVOU; O SOLICITANTE FICA REGISTRADO NO SOLCAR.
      *-----------------------------------------------------------------
       FD JRNCAR
               LABEL RECORD IS STANDARD
