           COPY ALECARSL.
           COPY MULCARSL.
           COPY GRVCARSL.
           COPY OCOCARSL.
           COPY VISCARSL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY ALECARFD.
           COPY MULCARFD.
           COPY GRVCARFD.
           COPY OCOCARFD.
           COPY VISCARFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ALE            PIC X(02) VALUE "00".
       01 ST-MUL            PIC X(02) VALUE "00".
       01 ST-GRV            PIC X(02) VALUE "00".
       01 ST-OCO            PIC X(02) VALUE "00".
       01 ST-VIS            PIC X(02) VALUE "00".
       01 W-JOBID           PIC X(08) VALUE "CONSCAR ".
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 MENS              PIC X(50) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 LIMPA4            PIC X(80) VALUE SPACES.
       01 SOLIC             PIC X(20) VALUE SPACES.
       01 CONLIN            PIC 9(03) VALUE 000.
       01 LIN               PIC 9(02) VALUE ZEROS.
       01 W-SALTOS          PIC 9(01) VALUE ZEROS.
       01 W-MULQT           PIC 9(02) VALUE ZEROS.
       01 W-MULPTS          PIC 9(03) VALUE ZEROS.
       01 W-OCOABERTA       PIC X(01) VALUE "N".
       01 W-ULTVIS          PIC 9(08) VALUE ZEROS.
       01 W-RESVIS          PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      *************************
          03 DET3-MULQT      PIC Z9.
          03 FILLER          PIC X(09) VALUE "  PONTOS:".
          03 DET3-PONTOS     PIC ZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 DET3-AVISO      PIC X(25) VALUE SPACES.
          03 FILLER          PIC X(06) VALUE " VIST:".
          03 DET3-DTVIST     PIC 99/99/9999.
          03 DET3-DTVIST-X REDEFINES DET3-DTVIST PIC X(10).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 DET3-RESVIS     PIC X(06) VALUE SPACES.
       01 DETALHE4.
          03 FILLER          PIC X(13) VALUE "  OCORRENCIA:".
          03 DET4-BO         PIC X(15) VALUE SPACES.
          03 FILLER          PIC X(04) VALUE " DP:".
          03 DET4-DELEG      PIC X(25) VALUE SPACES.
          03 FILLER          PIC X(07) VALUE " FATO: ".
          03 DET4-DTEVENTO   PIC 99/99/9999.
      *
       LINKAGE SECTION.
       01 PAR-OPERADOR      PIC X(08).
                 CLOSE ALECAR
                 CLOSE MULCAR
                 GO TO ROT-FIM2.
           OPEN INPUT OCOCAR
           IF ST-OCO NOT = "00"
              IF ST-OCO = "35"
      * AINDA NAO HOUVE OCORRENCIAS POLICIAIS - CRIA O ARQUIVO VAZIO
                 OPEN OUTPUT OCOCAR
                 CLOSE OCOCAR
                 OPEN INPUT OCOCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO OCOCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE LOGCAR
                 CLOSE CKPCAR
                 CLOSE PROCAR
                 CLOSE XRFCAR
                 CLOSE ALECAR
                 CLOSE MULCAR
                 CLOSE GRVCAR
                 GO TO ROT-FIM2.
           OPEN INPUT VISCAR
           IF ST-VIS NOT = "00"
              IF ST-VIS = "35"
      * AINDA NAO HOUVE VISTORIAS - CRIA O ARQUIVO VAZIO
                 OPEN OUTPUT VISCAR
                 CLOSE VISCAR
                 OPEN INPUT VISCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO VISCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE LOGCAR
                 CLOSE CKPCAR
                 CLOSE PROCAR
                 CLOSE XRFCAR
                 CLOSE ALECAR
                 CLOSE MULCAR
                 CLOSE GRVCAR
                 CLOSE OCOCAR
                 GO TO ROT-FIM2.
      *
      * O OPERADOR JA CHEGA VALIDADO PELO MENU GERAL (MENUCAR) -
      * NAO SE ACEITA MAIS CODIGO DIGITADO LIVREMENTE
           MOVE CHASSI    TO DETCHASSI
           MOVE COR       TO DETCOR
           MOVE SITUACAO  TO DETSITUACAO
           PERFORM ROT-VISTORIA THRU ROT-VISTORIA-FIM
           PERFORM ROT-CKP THRU ROT-CKP-FIM

           COMPUTE LIN = (CONLIN * 4) + 7
           DISPLAY (LIN, 01) DETALHE
           ADD 1 TO LIN
           DISPLAY (LIN, 01) DETALHE2
           PERFORM ROT-GRAVAME THRU ROT-GRAVAME-FIM
           ADD 1 TO LIN
           DISPLAY (LIN, 01) DETALHE3
           PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
           ADD 1 TO LIN
           IF W-OCOABERTA = "S"
                  DISPLAY (LIN, 01) DETALHE4
           ELSE
                  DISPLAY (LIN, 01) LIMPA4.
           ADD 1 TO CONLIN
           IF CONLIN < 3
                  GO TO INC-RD2.
      *
       ROT-SOL.
           CLOSE ALECAR.
           CLOSE MULCAR.
           CLOSE GRVCAR.
           CLOSE OCOCAR.
           CLOSE VISCAR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           EXIT.
      *
      **************************************************
      * LOCALIZA A OCORRENCIA POLICIAL ABERTA DA PLACA  *
      * (B.O., DELEGACIA E DATA DO FATO) PARA A QUARTA  *
      * LINHA DO DETALHE                                *
      **************************************************
       ROT-OCORRENCIA.
           MOVE "N"   TO W-OCOABERTA
           MOVE PLACA TO OCO-PLACA
           MOVE ZEROS TO OCO-NUMERO
           START OCOCAR KEY IS NOT LESS OCO-CHAVE INVALID KEY
                 GO TO ROT-OCORRENCIA-FIM.
       ROT-OCORRENCIA2.
           READ OCOCAR NEXT RECORD AT END
                GO TO ROT-OCORRENCIA-FIM.
           IF OCO-PLACA NOT = PLACA
                GO TO ROT-OCORRENCIA-FIM.
           IF OCO-STATUS NOT = "A"
                GO TO ROT-OCORRENCIA2.
           MOVE "S"           TO W-OCOABERTA
           MOVE OCO-BO        TO DET4-BO
           MOVE OCO-DELEGACIA TO DET4-DELEG
           MOVE OCO-DTEVENTO (7:2) TO DET4-DTEVENTO (1:2)
           MOVE OCO-DTEVENTO (5:2) TO DET4-DTEVENTO (4:2)
           MOVE OCO-DTEVENTO (1:4) TO DET4-DTEVENTO (7:4).
       ROT-OCORRENCIA-FIM.
           EXIT.
      *
      **************************************************
      * LOCALIZA A ULTIMA VISTORIA DA PLACA NO VISCAR   *
      * E MOSTRA A DATA E O RESULTADO NA TERCEIRA     *
      * LINHA DO DETALHE, AO LADO DAS MULTAS            *
      **************************************************
       ROT-VISTORIA.
           MOVE ZEROS  TO W-ULTVIS
           MOVE SPACES TO W-RESVIS
           MOVE PLACA  TO VIS-PLACA
           MOVE ZEROS  TO VIS-DATA
           START VISCAR KEY IS NOT LESS VIS-CHAVE INVALID KEY
                 GO TO ROT-VISTORIA3.
       ROT-VISTORIA2.
           READ VISCAR NEXT RECORD AT END
                GO TO ROT-VISTORIA3.
           IF VIS-PLACA NOT = PLACA
                GO TO ROT-VISTORIA3.
           MOVE VIS-DATA      TO W-ULTVIS
           MOVE VIS-RESULTADO TO W-RESVIS
           GO TO ROT-VISTORIA2.
       ROT-VISTORIA3.
           IF W-ULTVIS = ZEROS
                MOVE "NENHUMA"  TO DET3-DTVIST-X
                MOVE SPACES     TO DET3-RESVIS
                GO TO ROT-VISTORIA-FIM.
           MOVE W-ULTVIS (7:2) TO DET3-DTVIST (1:2)
           MOVE W-ULTVIS (5:2) TO DET3-DTVIST (4:2)
           MOVE W-ULTVIS (1:4) TO DET3-DTVIST (7:4)
           IF W-RESVIS = "A"
                MOVE "APROV."   TO DET3-RESVIS
           ELSE
                MOVE "REPROV"   TO DET3-RESVIS.
       ROT-VISTORIA-FIM.
           EXIT.
      *
      **************************************************
      * GRAVA/ATUALIZA O CHECKPOINT COM A ULTIMA PLACA  *
      * EXIBIDA, PARA PERMITIR RETOMAR A SESSAO         *
      **************************************************
