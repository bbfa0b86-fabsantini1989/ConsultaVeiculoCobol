      * FD/REGISTRO DO CTLNOT - CONTROLE DO CICLO NOTURNO POR DATA
      * DO CICLO + NUMERO DO PASSO.
      * CTL-STATUS: E-EXECUTANDO  C-COMPLETO  F-FALHA
      *             A-COMPLETO EM ALERTA (RETURN-CODE 4)
      *-----------------------------------------------------------------
       FD CTLNOT
               LABEL RECORD IS STANDARD
