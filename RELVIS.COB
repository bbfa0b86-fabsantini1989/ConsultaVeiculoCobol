       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVIS.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * RELATORIO DIARIO DAS VISTORIAS REPROVADAS       *
      * (VISCAR) - LISTA PARA A SUPERVISAO AS VISTORIAS *
      * DAS ULTIMAS 24 HORAS COM CHASSI OU COR          *
      * DIVERGENTE DO CADCAR (POSSIVEL CHASSI ADULTERADO*
      * OU PLACA CLONADA) E AS DEMAIS REPROVADAS PELO   *
      * VISTORIADOR (RELVIS.LST)                        *
      **************************************************
      * PASSO DO CICLO NOTURNO (NOTCAR). RETURN-CODE:
      *   0 = NENHUMA VISTORIA REPROVADA NO PERIODO
      *   4 = HA VISTORIAS REPROVADAS (A NOITE FICA EM ALERTA)
      *   8 = ERRO DE ABERTURA DE ARQUIVO
      * AS 24 HORAS SAO CONTADAS ATE A DATA/HORA DA EXECUCAO, COMO NO
      * RELAPR, PELA DATA E HORA EM QUE A VISTORIA FOI REGISTRADA
      * (INCLUSAO OU ULTIMA ALTERACAO NO CADMVIS - VIS-DTREG/VIS-HORA),
      * E NAO PELA DATA DA VISTORIA, QUE PODE SER DIGITADA DEPOIS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VISCARSL.
           SELECT ARQORD ASSIGN TO DISK.
           SELECT RELVIS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY VISCARFD.
      *
       SD ARQORD.
       01 REG-ORD.
          03 ORD-GRUPO          PIC 9(01).
          03 ORD-PLACA          PIC X(07).
          03 ORD-DATA           PIC 9(08).
          03 ORD-DTREG          PIC 9(08).
          03 ORD-HORA           PIC X(06).
          03 ORD-MOTIVO         PIC X(01).
          03 ORD-VISTORIADOR    PIC X(30).
          03 ORD-CHASSI         PIC X(17).
          03 ORD-CHASSICAD      PIC X(17).
          03 ORD-DIVCHASSI      PIC X(01).
          03 ORD-COR            PIC X(10).
          03 ORD-CORCAD         PIC X(10).
          03 ORD-DIVCOR         PIC X(01).
          03 ORD-OPERADOR       PIC X(08).
          03 ORD-OBS            PIC X(40).
      *
       FD RELVIS
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "RELVIS.LST".
       01 LINRELVIS              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-VIS            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-TEMVIS          PIC X(01) VALUE "N".
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDT        PIC 99/99/9999.
       01 W-MIN-AGORA       PIC 9(10) VALUE ZEROS.
       01 W-MIN-CALC        PIC 9(10) VALUE ZEROS.
       01 W-ESPERA          PIC 9(10) VALUE ZEROS.
       01 W-HR-CALC.
          03 W-HR-HH           PIC 9(02).
          03 W-HR-MM           PIC 9(02).
          03 W-HR-SS           PIC 9(02).
       01 W-QTDE-LIDAS      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-PERIODO    PIC 9(06) VALUE ZEROS.
       01 W-QTDE-REPROV     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-GRUPO      PIC 9(06) VALUE ZEROS.
       01 W-GRUPO-ANT       PIC 9(01) VALUE ZEROS.
       01 W-PRIMEIRA        PIC X(01) VALUE "S".
       01 W-IDX             PIC 9(01) VALUE ZEROS.
      *
      * CONVERSAO DE DATA (AAAAMMDD) EM DIAS CORRIDOS
       01 W-DT-CALC.
          03 W-DT-ANO          PIC 9(04).
          03 W-DT-MES          PIC 9(02).
          03 W-DT-DIA          PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT-CALC PIC 9(08).
       01 W-DIAS-CALC       PIC 9(07) VALUE ZEROS.
       01 W-ANO-ANT         PIC 9(04) VALUE ZEROS.
       01 W-BIS4            PIC 9(04) VALUE ZEROS.
       01 W-BIS100          PIC 9(04) VALUE ZEROS.
       01 W-BIS400          PIC 9(04) VALUE ZEROS.
       01 W-QUOC            PIC 9(04) VALUE ZEROS.
       01 W-RESTO4          PIC 9(03) VALUE ZEROS.
       01 W-RESTO100        PIC 9(03) VALUE ZEROS.
       01 W-RESTO400        PIC 9(03) VALUE ZEROS.
      *
      * DIAS ACUMULADOS ANTES DE CADA MES (ANO NAO BISSEXTO)
       01 TAB-ACUM.
          03 FILLER          PIC 9(03) VALUE 000.
          03 FILLER          PIC 9(03) VALUE 031.
          03 FILLER          PIC 9(03) VALUE 059.
          03 FILLER          PIC 9(03) VALUE 090.
          03 FILLER          PIC 9(03) VALUE 120.
          03 FILLER          PIC 9(03) VALUE 151.
          03 FILLER          PIC 9(03) VALUE 181.
          03 FILLER          PIC 9(03) VALUE 212.
          03 FILLER          PIC 9(03) VALUE 243.
          03 FILLER          PIC 9(03) VALUE 273.
          03 FILLER          PIC 9(03) VALUE 304.
          03 FILLER          PIC 9(03) VALUE 334.
       01 FILLER REDEFINES TAB-ACUM.
          03 ACU-DIAS OCCURS 12 PIC 9(03).
      *
      * GRUPOS DO RELATORIO
       01 TAB-GRUPOS.
          03 FILLER          PIC X(50) VALUE
                "DIVERGENCIA DE CHASSI/COR COM O CADASTRO".
          03 FILLER          PIC X(50) VALUE
                "REPROVADAS PELO VISTORIADOR SEM DIVERGENCIA".
       01 FILLER REDEFINES TAB-GRUPOS.
          03 GRU-DESCR OCCURS 2 PIC X(50).
       01 TAB-QTGRUPO.
          03 QTG-QTDE OCCURS 2 PIC 9(06).
      *
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-021".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(42) VALUE
                "VISTORIAS REPROVADAS - ULTIMAS 24 HORAS".
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA       PIC 99/99/9999.
       01 CAB2.
          03 FILLER          PIC X(09) VALUE "PLACA".
          03 FILLER          PIC X(18) VALUE "REGISTRADA EM".
          03 FILLER          PIC X(08) VALUE "MOTIVO".
          03 FILLER          PIC X(22) VALUE "VISTORIADOR".
          03 FILLER          PIC X(19) VALUE "CHASSI LIDO".
          03 FILLER          PIC X(20) VALUE "CHASSI CADASTRO".
          03 FILLER          PIC X(12) VALUE "COR LIDA".
          03 FILLER          PIC X(13) VALUE "COR CADASTRO".
          03 FILLER          PIC X(08) VALUE "OPERADOR".
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 LINGRUPO.
          03 FILLER          PIC X(04) VALUE "*** ".
          03 LGRU-DESCR      PIC X(50).
       01 LINDET.
          03 DET-PLACA       PIC X(07).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-DTHR        PIC X(16).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-MOTIVO      PIC X(06).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-VISTORIADOR PIC X(20).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-CHASSI      PIC X(17).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-CHASSICAD   PIC X(17).
          03 DET-MCHASSI     PIC X(01).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-COR         PIC X(10).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-CORCAD      PIC X(10).
          03 DET-MCOR        PIC X(01).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-OPERADOR    PIC X(08).
       01 LINOBS.
          03 FILLER          PIC X(09) VALUE SPACES.
          03 FILLER          PIC X(13) VALUE "VISTORIA EM: ".
          03 OBS-DTVIST      PIC 99/99/9999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 OBS-ROTULO      PIC X(05).
          03 OBS-TEXTO       PIC X(40).
       01 W-DTHR-EDT.
          03 W-DTHR-DATA     PIC 99/99/9999.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 W-DTHR-HH       PIC X(02).
          03 FILLER          PIC X(01) VALUE ":".
          03 W-DTHR-MM       PIC X(02).
       01 LINSUB.
          03 FILLER          PIC X(22) VALUE "TOTAL DO GRUPO:".
          03 SUB-QTDE        PIC ZZZZZ9.
       01 LINRESUMO.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 RES-DESCR       PIC X(50).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 RES-QTDE        PIC ZZZZZ9.
       01 LINLEGENDA.
          03 FILLER          PIC X(50) VALUE
                "* = CAMPO LIDO NO VEICULO DIFERE DO CADASTRO".
       01 LINTOTAIS.
          03 FILLER          PIC X(28)
                 VALUE "VISTORIAS LIDAS:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-LIDAS       PIC ZZZZZ9.
       01 LINTOTAIS2.
          03 FILLER          PIC X(28)
                 VALUE "VISTORIAS NAS ULTIMAS 24H:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-PERIODO     PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT VISCAR
           IF ST-VIS = "00"
              MOVE "S" TO W-TEMVIS
           ELSE
              IF ST-VIS NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO VISCAR" TO MENS
                 DISPLAY MENS
                 GO TO ROT-FIMERRO.
           OPEN OUTPUT RELVIS
           IF ST-REL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RELVIS" TO MENS
              DISPLAY MENS
              IF W-TEMVIS = "S"
                 CLOSE VISCAR
                 GO TO ROT-FIMERRO
              ELSE
                 GO TO ROT-FIMERRO.
      *
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-DATA-SIS TO W-DT-NUM
           MOVE W-HORA-SIS (1:6) TO W-HR-CALC
           PERFORM ROT-MINUTOS THRU ROT-MINUTOS-FIM
           MOVE W-MIN-CALC TO W-MIN-AGORA
           MOVE ZEROS TO TAB-QTGRUPO
           MOVE W-DATA-SIS (7:2) TO W-DATA-EDT (1:2)
           MOVE W-DATA-SIS (5:2) TO W-DATA-EDT (4:2)
           MOVE W-DATA-SIS (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB1-DATA
           MOVE CAB1 TO LINRELVIS
           WRITE LINRELVIS
           MOVE CAB3 TO LINRELVIS
           WRITE LINRELVIS
           MOVE CAB2 TO LINRELVIS
           WRITE LINRELVIS
           MOVE CAB3 TO LINRELVIS
           WRITE LINRELVIS
      *
           SORT ARQORD ON ASCENDING KEY ORD-GRUPO ORD-PLACA ORD-DATA
                INPUT  PROCEDURE IS ROT-SELECIONA
                                 THRU ROT-SELECIONA-FIM
                OUTPUT PROCEDURE IS ROT-IMPRIME THRU ROT-IMPRIME-FIM
      *
           IF W-PRIMEIRA = "N"
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
      *
           IF W-TEMVIS = "S"
              CLOSE VISCAR.
           CLOSE RELVIS
           DISPLAY "VISTORIAS LIDAS      : " W-QTDE-LIDAS
           DISPLAY "VISTORIAS EM 24H     : " W-QTDE-PERIODO
           DISPLAY "COM DIVERGENCIA      : " QTG-QTDE (1)
           DISPLAY "REPROVADAS S/ DIVERG.: " QTG-QTDE (2)
           IF W-QTDE-REPROV > ZEROS
              GO TO ROT-FIMALERTA.
           GO TO ROT-FIM.
      *
      **************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT - PERCORRE O    *
      * VISCAR E SEPARA AS REPROVADAS DAS ULTIMAS 24H   *
      **************************************************
       ROT-SELECIONA.
           IF W-TEMVIS = "N"
              GO TO ROT-SELECIONA-FIM.
       ROT-SELECIONA1.
           READ VISCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-FIM.
           ADD 1 TO W-QTDE-LIDAS
           MOVE VIS-DTREG TO W-DT-NUM
           MOVE VIS-HORA  TO W-HR-CALC
           PERFORM ROT-MINUTOS THRU ROT-MINUTOS-FIM
           IF W-MIN-CALC > W-MIN-AGORA
              GO TO ROT-SELECIONA1.
           COMPUTE W-ESPERA = W-MIN-AGORA - W-MIN-CALC
           IF W-ESPERA > 1440
              GO TO ROT-SELECIONA1.
           ADD 1 TO W-QTDE-PERIODO
           IF VIS-RESULTADO NOT = "R"
              GO TO ROT-SELECIONA1.
           ADD 1 TO W-QTDE-REPROV
           IF VIS-DIVCHASSI = "S" OR VIS-DIVCOR = "S"
              MOVE 1 TO ORD-GRUPO
           ELSE
              MOVE 2 TO ORD-GRUPO.
           MOVE VIS-PLACA       TO ORD-PLACA
           MOVE VIS-DATA        TO ORD-DATA
           MOVE VIS-DTREG       TO ORD-DTREG
           MOVE VIS-HORA        TO ORD-HORA
           MOVE VIS-MOTIVO      TO ORD-MOTIVO
           MOVE VIS-VISTORIADOR TO ORD-VISTORIADOR
           MOVE VIS-CHASSI      TO ORD-CHASSI
           MOVE VIS-CHASSICAD   TO ORD-CHASSICAD
           MOVE VIS-DIVCHASSI   TO ORD-DIVCHASSI
           MOVE VIS-COR         TO ORD-COR
           MOVE VIS-CORCAD      TO ORD-CORCAD
           MOVE VIS-DIVCOR      TO ORD-DIVCOR
           MOVE VIS-OPERADOR    TO ORD-OPERADOR
           MOVE VIS-OBS         TO ORD-OBS
           RELEASE REG-ORD
           GO TO ROT-SELECIONA1.
       ROT-SELECIONA-FIM.
           EXIT.
      *
      **************************************
      * PROCEDIMENTO DE SAIDA DO SORT       *
      **************************************
       ROT-IMPRIME.
           RETURN ARQORD AT END
                  GO TO ROT-IMPRIME-FIM.
           ADD 1 TO QTG-QTDE (ORD-GRUPO)
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              MOVE ORD-GRUPO TO W-GRUPO-ANT
              PERFORM ROT-CABGRUPO THRU ROT-CABGRUPO-FIM
           ELSE
              IF ORD-GRUPO NOT = W-GRUPO-ANT
                 PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM
                 MOVE ORD-GRUPO TO W-GRUPO-ANT
                 PERFORM ROT-CABGRUPO THRU ROT-CABGRUPO-FIM.
           MOVE ORD-PLACA       TO DET-PLACA
           MOVE ORD-DTREG (7:2) TO W-DATA-EDT (1:2)
           MOVE ORD-DTREG (5:2) TO W-DATA-EDT (4:2)
           MOVE ORD-DTREG (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT      TO W-DTHR-DATA
           MOVE ORD-HORA (1:2)  TO W-DTHR-HH
           MOVE ORD-HORA (3:2)  TO W-DTHR-MM
           MOVE W-DTHR-EDT      TO DET-DTHR
           MOVE "?"             TO DET-MOTIVO
           IF ORD-MOTIVO = "T"
              MOVE "TRANSF" TO DET-MOTIVO.
           IF ORD-MOTIVO = "R"
              MOVE "RECUP." TO DET-MOTIVO.
           IF ORD-MOTIVO = "O"
              MOVE "OUTROS" TO DET-MOTIVO.
           MOVE ORD-VISTORIADOR TO DET-VISTORIADOR
           MOVE ORD-CHASSI      TO DET-CHASSI
           MOVE ORD-CHASSICAD   TO DET-CHASSICAD
           MOVE ORD-COR         TO DET-COR
           MOVE ORD-CORCAD      TO DET-CORCAD
           MOVE SPACES          TO DET-MCHASSI DET-MCOR
           IF ORD-DIVCHASSI = "S"
              MOVE "*" TO DET-MCHASSI.
           IF ORD-DIVCOR = "S"
              MOVE "*" TO DET-MCOR.
           MOVE ORD-OPERADOR    TO DET-OPERADOR
           MOVE LINDET          TO LINRELVIS
           WRITE LINRELVIS
           MOVE ORD-DATA (7:2)  TO OBS-DTVIST (1:2)
           MOVE ORD-DATA (5:2)  TO OBS-DTVIST (4:2)
           MOVE ORD-DATA (1:4)  TO OBS-DTVIST (7:4)
           MOVE SPACES          TO OBS-ROTULO
           IF ORD-OBS NOT = SPACES
              MOVE "OBS: "      TO OBS-ROTULO.
           MOVE ORD-OBS         TO OBS-TEXTO
           MOVE LINOBS          TO LINRELVIS
           WRITE LINRELVIS
           ADD 1 TO W-QTDE-GRUPO
           GO TO ROT-IMPRIME.
       ROT-IMPRIME-FIM.
           EXIT.
      *
      **************************************
      * CABECALHO DE GRUPO                  *
      **************************************
       ROT-CABGRUPO.
           MOVE SPACES       TO LINRELVIS
           WRITE LINRELVIS
           MOVE GRU-DESCR (W-GRUPO-ANT) TO LGRU-DESCR
           MOVE LINGRUPO     TO LINRELVIS
           WRITE LINRELVIS.
       ROT-CABGRUPO-FIM.
           EXIT.
      *
      **************************************
      * SUBTOTAL POR GRUPO                  *
      **************************************
       ROT-SUBTOTAL.
           MOVE W-QTDE-GRUPO  TO SUB-QTDE
           MOVE LINSUB        TO LINRELVIS
           WRITE LINRELVIS
           MOVE ZEROS         TO W-QTDE-GRUPO.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS FINAIS E RESUMO POR GRUPO    *
      **************************************
       ROT-TOTAIS.
           MOVE SPACES          TO LINRELVIS
           WRITE LINRELVIS
           MOVE LINLEGENDA      TO LINRELVIS
           WRITE LINRELVIS
           MOVE CAB3 TO LINRELVIS
           WRITE LINRELVIS
           MOVE 1 TO W-IDX.
       ROT-TOTAIS2.
           MOVE GRU-DESCR (W-IDX) TO RES-DESCR
           MOVE QTG-QTDE (W-IDX)  TO RES-QTDE
           MOVE LINRESUMO         TO LINRELVIS
           WRITE LINRELVIS
           ADD 1 TO W-IDX
           IF W-IDX < 3
              GO TO ROT-TOTAIS2.
           MOVE CAB3 TO LINRELVIS
           WRITE LINRELVIS
           MOVE W-QTDE-LIDAS    TO TOT-LIDAS
           MOVE LINTOTAIS       TO LINRELVIS
           WRITE LINRELVIS
           MOVE W-QTDE-PERIODO  TO TOT-PERIODO
           MOVE LINTOTAIS2      TO LINRELVIS
           WRITE LINRELVIS.
       ROT-TOTAIS-FIM.
           EXIT.
      *
      **************************************************
      * CONVERTE DATA (W-DT-CALC) E HORA (W-HR-CALC) EM *
      * MINUTOS CORRIDOS (W-MIN-CALC), PARA MEDIR O     *
      * TEMPO ENTRE DOIS MOMENTOS                       *
      **************************************************
       ROT-MINUTOS.
           PERFORM ROT-DIAS THRU ROT-DIAS-FIM
           IF W-HR-CALC NOT NUMERIC
              MOVE ZEROS TO W-HR-CALC.
           COMPUTE W-MIN-CALC = W-DIAS-CALC * 1440
                              + W-HR-HH * 60 + W-HR-MM.
       ROT-MINUTOS-FIM.
           EXIT.
      *
      **************************************************
      * CONVERTE A DATA EM W-DT-CALC (AAAAMMDD) NO      *
      * NUMERO DE DIAS CORRIDOS (W-DIAS-CALC)           *
      **************************************************
       ROT-DIAS.
           MOVE ZEROS TO W-DIAS-CALC
           IF W-DT-NUM = ZEROS OR W-DT-MES < 1 OR W-DT-MES > 12
              GO TO ROT-DIAS-FIM.
           COMPUTE W-ANO-ANT = W-DT-ANO - 1
           DIVIDE W-ANO-ANT BY 4   GIVING W-BIS4
           DIVIDE W-ANO-ANT BY 100 GIVING W-BIS100
           DIVIDE W-ANO-ANT BY 400 GIVING W-BIS400
           COMPUTE W-DIAS-CALC = W-ANO-ANT * 365 + W-BIS4
                               - W-BIS100 + W-BIS400
                               + ACU-DIAS (W-DT-MES) + W-DT-DIA
           IF W-DT-MES < 3
              GO TO ROT-DIAS-FIM.
      * ANO CORRENTE BISSEXTO - FEVEREIRO TEVE 29 DIAS
           DIVIDE W-DT-ANO BY 4   GIVING W-QUOC REMAINDER W-RESTO4
           DIVIDE W-DT-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100
           DIVIDE W-DT-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400
           IF W-RESTO4 = ZEROS AND W-RESTO100 NOT = ZEROS
              ADD 1 TO W-DIAS-CALC.
           IF W-RESTO400 = ZEROS
              ADD 1 TO W-DIAS-CALC.
       ROT-DIAS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      * O ENCERRAMENTO COM VISTORIAS REPROVADAS DEVOLVE RETURN-CODE 4
      * (ALERTA) E O ERRO DE ABERTURA DEVOLVE 8 AO CICLO NOTURNO.
       ROT-FIMERRO.
           MOVE 8 TO RETURN-CODE
           GO TO ROT-FIM2.
       ROT-FIMALERTA.
           MOVE 4 TO RETURN-CODE
           GO TO ROT-FIM2.
       ROT-FIM.
           MOVE ZEROS TO RETURN-CODE.
       ROT-FIM2.
           GOBACK.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
