           DISPLAY (04, 30) W-NOME
           DISPLAY (06, 10) "1 - CONSULTA DE VEICULOS"
           DISPLAY (07, 10) "D - DOSSIE DO PROPRIETARIO"
           DISPLAY (06, 45) "C - CERTIDAO NEGATIVA DE DEBITOS"
           IF W-NIVEL = "2" OR "3"
              DISPLAY (09, 10) "2 - MANUTENCAO DO CADASTRO"
              DISPLAY (10, 10) "3 - HISTORICO DE ALTERACOES POR PLACA"
              DISPLAY (13, 10) "6 - LICENCIAMENTO ANUAL"
              DISPLAY (14, 10) "7 - REVISAO DE DIVERGENCIAS DETRAN"
              DISPLAY (15, 10) "9 - CONTROLE DE GRAVAMES"
              DISPLAY (16, 10) "T - TABELA MARCA/MODELO"
              DISPLAY (09, 45) "O - OCORRENCIAS POLICIAIS (B.O.)"
              DISPLAY (10, 45) "V - VISTORIA DE VEICULOS".
           IF W-NIVEL = "3"
              DISPLAY (18, 10) "8 - MANUTENCAO DE OPERADORES"
              DISPLAY (19, 10) "B - BAIXA DEFINITIVA DE VEICULO"
              DISPLAY (18, 45) "A - APROVACAO DE OPERACOES PENDENTES"
              DISPLAY (19, 45) "P - PARCEIROS DA CONSULTA EM LOTE".
           DISPLAY (20, 10) "X - ENCERRA"
           DISPLAY (22, 10) "OPCAO: ".
       INC-MENU2.
                      CALL "DOSCAR" USING W-OPERADOR
                      CANCEL "DOSCAR"
                      GO TO INC-MENU.
           IF W-OPCAO = "C" OR "c"
                      CALL "CERCAR" USING W-OPERADOR
                      CANCEL "CERCAR"
                      GO TO INC-MENU.
           IF W-OPCAO = "2" AND (W-NIVEL = "2" OR "3")
                      CALL "CADMCAR" USING W-OPERADOR
                      CANCEL "CADMCAR"
                      CALL "CADMTAB" USING W-OPERADOR
                      CANCEL "CADMTAB"
                      GO TO INC-MENU.
           IF (W-OPCAO = "O" OR "o") AND (W-NIVEL = "2" OR "3")
                      CALL "CADMOCO" USING W-OPERADOR
                      CANCEL "CADMOCO"
                      GO TO INC-MENU.
           IF (W-OPCAO = "V" OR "v") AND (W-NIVEL = "2" OR "3")
                      CALL "CADMVIS" USING W-OPERADOR
                      CANCEL "CADMVIS"
                      GO TO INC-MENU.
           IF (W-OPCAO = "B" OR "b") AND W-NIVEL = "3"
                      CALL "BAXCAR" USING W-OPERADOR
                      CANCEL "BAXCAR"
                      GO TO INC-MENU.
           IF (W-OPCAO = "A" OR "a") AND W-NIVEL = "3"
                      CALL "APRCAR" USING W-OPERADOR
                      CANCEL "APRCAR"
                      GO TO INC-MENU.
           IF (W-OPCAO = "P" OR "p") AND W-NIVEL = "3"
                      CALL "CADMPAR" USING W-OPERADOR
                      CANCEL "CADMPAR"
                      GO TO INC-MENU.
           MOVE "*** OPCAO INVALIDA P/ SEU NIVEL DE ACESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-MENU2.
