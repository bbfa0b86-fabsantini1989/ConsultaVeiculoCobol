              MOVE "TROCA PLC" TO W-OPERDESC.
           IF HST-OPERACAO = "B"
              MOVE "BAIXA DEF" TO W-OPERDESC.
           IF HST-OPERACAO = "O"
              MOVE "OCORRENC." TO W-OPERDESC.
           IF HST-OPERACAO = "R"
              MOVE "RECUPERAC" TO W-OPERDESC.
           IF W-OPERDESC = SPACES
              MOVE HST-OPERACAO TO W-OPERDESC.
           MOVE W-OPERDESC     TO DETHIS-OPERACAO
