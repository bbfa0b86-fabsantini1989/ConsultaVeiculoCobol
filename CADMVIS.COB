       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMVIS.
      *AUTHOR. FABIANO SANTINI MARQUES.
      ****************************************
      * MANUTENCAO DAS VISTORIAS DE VEICULOS *
      ****************************************
      * ACESSIVEL APENAS PELO MENU GERAL (MENUCAR), NIVEL 2 OU 3.
      * REGISTRA O LAUDO DO VISTORIADOR (TRANSFERENCIA OU RECUPERACAO)
      * E CONFERE O CHASSI E A COR LIDOS NO VEICULO CONTRA O CHASSI E A
      * COR DO CADCAR. QUALQUER DIVERGENCIA REPROVA A VISTORIA
      * AUTOMATICAMENTE, QUALQUER QUE SEJA O PARECER DO VISTORIADOR.
      * CAMPO EM BRANCO NO CADCAR NAO E CONFERIDO (NAO HA O QUE
      * COMPARAR).
      * VISTORIA REPROVADA NAO PODE SER ALTERADA NEM EXCLUIDA AQUI, PARA
      * QUE CHEGUE A SUPERVISAO PELO RELVIS; A CORRECAO E FEITA COM UMA
      * NOVA VISTORIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCARSL.
           COPY VISCARSL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCARFD.
           COPY VISCARFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT            PIC 9(06) VALUE ZEROS.
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-VIS            PIC X(02) VALUE "00".
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 MENS              PIC X(50) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 PLACAENTR         PIC X(07) VALUE SPACES.
       01 DATAENTR          PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL.
          03 W-DTV-ANO         PIC 9(04).
          03 W-DTV-MES         PIC 9(02).
          03 W-DTV-DIA         PIC 9(02).
       01 W-DESC-RES        PIC X(40) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 PAR-OPERADOR      PIC X(08).
      *
      ******************
      * ROTINA DE TELA *
      ******************
      *
       SCREEN SECTION.
       01  TELAVIS2.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 01  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 02  COLUMN 01
               VALUE  "----------------------------- VISTORIA D".
           05  LINE 02  COLUMN 41
               VALUE  "E VEICULOS -----------------------------".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " PLACA:           DATA DA VISTORIA (AAAAM".
           05  LINE 04  COLUMN 42
               VALUE  "MDD):".
           05  LINE 08  COLUMN 01
               VALUE  " VISTORIADOR                     MOTIVO (".
           05  LINE 08  COLUMN 42
               VALUE  "T=TRANSF. R=RECUPERACAO O=OUTROS)".
           05  LINE 11  COLUMN 01
               VALUE  " CHASSI LIDO NO VEICULO  MOTOR           ".
           05  LINE 11  COLUMN 42
               VALUE  "     COR".
           05  LINE 14  COLUMN 01
               VALUE  " ESTADO (B/R/M)  PARECER (A/R)  OBSERVACA".
           05  LINE 14  COLUMN 42
               VALUE  "O".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TPLACAENTR
               LINE 04  COLUMN 09  PIC X(07)
               USING  PLACAENTR.
           05  TDATAENTR
               LINE 04  COLUMN 48  PIC 9(08)
               USING  DATAENTR.
           05  TVISTORIADOR
               LINE 09  COLUMN 01  PIC X(30)
               USING  VIS-VISTORIADOR.
           05  TMOTIVO
               LINE 09  COLUMN 34  PIC X(01)
               USING  VIS-MOTIVO.
           05  TCHASSI
               LINE 12  COLUMN 01  PIC X(17)
               USING  VIS-CHASSI.
           05  TMOTOR
               LINE 12  COLUMN 26  PIC X(20)
               USING  VIS-MOTOR.
           05  TCOR
               LINE 12  COLUMN 47  PIC X(10)
               USING  VIS-COR.
           05  TESTADO
               LINE 15  COLUMN 01  PIC X(01)
               USING  VIS-ESTADO.
           05  TPARECER
               LINE 15  COLUMN 18  PIC X(01)
               USING  VIS-PARECER.
           05  TOBS
               LINE 15  COLUMN 33  PIC X(40)
               USING  VIS-OBS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PAR-OPERADOR.
       INICIO.
           MOVE PAR-OPERADOR TO W-OPERADOR.
      *
       INC-OP1.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O VISCAR
           IF ST-VIS NOT = "00"
              IF ST-VIS = "35"
      * ARQUIVO NAO EXISTE - CRIA VAZIO ANTES DA MANUTENCAO
                 OPEN OUTPUT VISCAR
                 CLOSE VISCAR
                 OPEN I-O VISCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO VISCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 GO TO ROT-FIM2.
      *
       INC-001.
           MOVE SPACES TO PLACAENTR VIS-VISTORIADOR VIS-MOTIVO
                          VIS-CHASSI VIS-MOTOR VIS-COR VIS-ESTADO
                          VIS-PARECER VIS-OBS
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           MOVE W-DATA-SIS TO DATAENTR
           DISPLAY  TELAVIS2.
       INC-001A.
           DISPLAY (23, 13)
            "DIGITE A PLACA E A DATA  F1=ENCERRA"
           ACCEPT TPLACAENTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO ROT-FIM.
           IF W-ACT > 02
                      MOVE "*** FUNCAO NAO DEFINIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
           IF PLACAENTR = SPACES
                      MOVE "*** DIGITE A PLACA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
           ACCEPT TDATAENTR
           MOVE DATAENTR TO W-DATA-VAL
           IF W-DTV-MES < 1 OR W-DTV-MES > 12
              OR W-DTV-DIA < 1 OR W-DTV-DIA > 31
              OR DATAENTR > W-DATA-SIS
                      MOVE "*** DATA DA VISTORIA INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "OPCAO: I / A / E => "
           MOVE "I" TO W-OPCAO
           ACCEPT (23, 33) W-OPCAO WITH UPDATE
           MOVE PLACAENTR TO VIS-PLACA
           MOVE DATAENTR  TO VIS-DATA
           IF W-OPCAO = "I"
                      GO TO ROT-INCLUI.
           IF W-OPCAO = "A"
                      GO TO ROT-ALTERA.
           IF W-OPCAO = "E"
                      GO TO ROT-EXCLUI.
           MOVE "*** DIGITE I=INCLUI  A=ALTERA  E=EXCLUI ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001A.
      *
      ****************************
      * INCLUSAO DE UMA VISTORIA *
      ****************************
       ROT-INCLUI.
      * A PLACA PRECISA EXISTIR NO CADASTRO VEICULAR
           MOVE PLACAENTR TO PLACA
           READ CADCAR INVALID KEY
                 MOVE "*** PLACA NAO CADASTRADA NO CADCAR ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           MOVE CHASSI TO VIS-CHASSICAD
           MOVE COR    TO VIS-CORCAD
           PERFORM ROT-MOSTRACAD THRU ROT-MOSTRACAD-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "PREENCHA O LAUDO DO VISTORIADOR"
           MOVE "A" TO VIS-PARECER
           MOVE "B" TO VIS-ESTADO
           PERFORM ROT-DIGITA THRU ROT-DIGITA-FIM
           IF MENS NOT = SPACES
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
           PERFORM ROT-DTREG THRU ROT-DTREG-FIM
           MOVE W-OPERADOR TO VIS-OPERADOR
           WRITE REGVIS INVALID KEY
                 MOVE "*** JA EXISTE VISTORIA DA PLACA NA DATA ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           PERFORM ROT-MOSTRARES THRU ROT-MOSTRARES-FIM
           GO TO INC-001.
      *
      *****************************
      * ALTERACAO DE UMA VISTORIA *
      *****************************
      * O LAUDO E CONFERIDO DE NOVO CONTRA O CADCAR ATUAL; SE A PLACA
      * NAO CONSTA MAIS NO CADCAR, VALE O QUE FOI GUARDADO NA INCLUSAO
       ROT-ALTERA.
           READ VISCAR INVALID KEY
                MOVE "*** VISTORIA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF VIS-RESULTADO = "R"
                MOVE "*** VISTORIA REPROVADA NAO PODE SER ALTERADA ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE PLACAENTR TO PLACA
           READ CADCAR INVALID KEY
                MOVE SPACES TO MARCA MODELO
           NOT INVALID KEY
                MOVE CHASSI TO VIS-CHASSICAD
                MOVE COR    TO VIS-CORCAD.
           DISPLAY TELAVIS2
           PERFORM ROT-MOSTRACAD THRU ROT-MOSTRACAD-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "CONFIRME OS DADOS E TECLE ENTER"
           PERFORM ROT-DIGITA THRU ROT-DIGITA-FIM
           IF MENS NOT = SPACES
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
           PERFORM ROT-DTREG THRU ROT-DTREG-FIM
           MOVE W-OPERADOR TO VIS-OPERADOR
           REWRITE REGVIS INVALID KEY
                 MOVE "*** ERRO NA ALTERACAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           PERFORM ROT-MOSTRARES THRU ROT-MOSTRARES-FIM
           GO TO INC-001.
      *
      ****************************
      * EXCLUSAO DE UMA VISTORIA *
      ****************************
       ROT-EXCLUI.
           READ VISCAR INVALID KEY
                MOVE "*** VISTORIA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF VIS-RESULTADO = "R"
                MOVE "*** VISTORIA REPROVADA NAO PODE SER EXCLUIDA ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE PLACAENTR TO PLACA
           READ CADCAR INVALID KEY
                MOVE SPACES TO MARCA MODELO.
           DISPLAY TELAVIS2
           PERFORM ROT-MOSTRACAD THRU ROT-MOSTRACAD-FIM
           DISPLAY (23, 13) " *** CONFIRMA EXCLUSAO : . ***"
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 34) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S"
                      MOVE "*** EXCLUSAO CANCELADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
           DELETE VISCAR INVALID KEY
                 MOVE "*** ERRO NA EXCLUSAO DO REGISTRO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001
           NOT INVALID KEY
                 MOVE "*** VISTORIA EXCLUIDA COM SUCESSO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO INC-001.
      *
      **************************************************
      * DATA E HORA DO REGISTRO (INCLUSAO OU ALTERACAO) *
      * - E POR ELAS QUE O RELVIS APURA AS 24 HORAS     *
      **************************************************
       ROT-DTREG.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-DATA-SIS       TO VIS-DTREG
           MOVE W-HORA-SIS (1:6) TO VIS-HORA.
       ROT-DTREG-FIM.
           EXIT.
      *
      **************************************************
      * MOSTRA O VEICULO E O CHASSI/COR DO CADASTRO     *
      * QUE SERAO CONFERIDOS COM O LAUDO                *
      **************************************************
       ROT-MOSTRACAD.
           DISPLAY (06, 01) "VEICULO: "
           DISPLAY (06, 10) MARCA
           DISPLAY (06, 23) MODELO
           DISPLAY (06, 39) "CADASTRO: "
           DISPLAY (06, 49) VIS-CHASSICAD
           DISPLAY (06, 67) VIS-CORCAD.
       ROT-MOSTRACAD-FIM.
           EXIT.
      *
      **************************************************
      * DIGITACAO E CONSISTENCIA DO LAUDO - DEVOLVE EM  *
      * MENS A CRITICA OU ESPACOS QUANDO ESTA CORRETO   *
      **************************************************
       ROT-DIGITA.
           ACCEPT TVISTORIADOR
           ACCEPT TMOTIVO
           ACCEPT TCHASSI
           ACCEPT TMOTOR
           ACCEPT TCOR
           ACCEPT TESTADO
           ACCEPT TPARECER
           ACCEPT TOBS
           MOVE SPACES TO MENS
           IF VIS-VISTORIADOR = SPACES
                 MOVE "*** DIGITE O NOME DO VISTORIADOR ***" TO MENS
                 GO TO ROT-DIGITA-FIM.
           IF VIS-MOTIVO NOT = "T" AND NOT = "R" AND NOT = "O"
                 MOVE "*** MOTIVO DEVE SER T, R OU O ***" TO MENS
                 GO TO ROT-DIGITA-FIM.
           IF VIS-CHASSI = SPACES OR VIS-COR = SPACES
                 MOVE "*** DIGITE O CHASSI E A COR LIDOS ***" TO MENS
                 GO TO ROT-DIGITA-FIM.
           IF VIS-ESTADO NOT = "B" AND NOT = "R" AND NOT = "M"
                 MOVE "*** ESTADO DEVE SER B, R OU M ***" TO MENS
                 GO TO ROT-DIGITA-FIM.
           IF VIS-PARECER NOT = "A" AND NOT = "R"
                 MOVE "*** PARECER DEVE SER A OU R ***" TO MENS.
       ROT-DIGITA-FIM.
           EXIT.
      *
      **************************************************
      * CONFERE O CHASSI E A COR LIDOS COM OS DO        *
      * CADASTRO E DEFINE O RESULTADO DA VISTORIA       *
      **************************************************
       ROT-CONFERE.
           MOVE "N" TO VIS-DIVCHASSI VIS-DIVCOR
           IF VIS-CHASSICAD NOT = SPACES
              AND VIS-CHASSI NOT = VIS-CHASSICAD
                 MOVE "S" TO VIS-DIVCHASSI.
           IF VIS-CORCAD NOT = SPACES
              AND VIS-COR NOT = VIS-CORCAD
                 MOVE "S" TO VIS-DIVCOR.
           MOVE VIS-PARECER TO VIS-RESULTADO
           IF VIS-DIVCHASSI = "S" OR VIS-DIVCOR = "S"
                 MOVE "R" TO VIS-RESULTADO.
       ROT-CONFERE-FIM.
           EXIT.
      *
      **************************************************
      * MOSTRA O RESULTADO GRAVADO E AS DIVERGENCIAS    *
      **************************************************
       ROT-MOSTRARES.
           IF VIS-RESULTADO = "A"
              MOVE "VISTORIA APROVADA" TO W-DESC-RES
           ELSE
              MOVE "VISTORIA REPROVADA" TO W-DESC-RES.
           DISPLAY (17, 01) "RESULTADO: "
           DISPLAY (17, 12) W-DESC-RES
           IF VIS-DIVCHASSI = "S"
              DISPLAY (18, 01) "*** CHASSI DIVERGENTE DO CADASTRO"
              DISPLAY (18, 36) " - POSSIVEL ADULTERACAO".
           IF VIS-DIVCOR = "S"
              DISPLAY (19, 01) "*** COR DIVERGENTE DO CADASTRO"
              DISPLAY (19, 36) " - POSSIVEL PLACA CLONADA".
           IF VIS-DIVCHASSI = "S" OR VIS-DIVCOR = "S"
              MOVE "*** DIVERGENCIA - VISTORIA REPROVADA ***" TO MENS
           ELSE
              MOVE "*** VISTORIA GRAVADA COM SUCESSO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-MOSTRARES-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCAR.
           CLOSE VISCAR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 1000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
