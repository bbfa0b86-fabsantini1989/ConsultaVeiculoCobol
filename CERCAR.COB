       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERCAR.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * CERTIDAO NEGATIVA DE DEBITOS POR PLACA - CONFERE*
      * A SITUACAO DO VEICULO (R/S/B), OS EXERCICIOS EM *
      * ABERTO NO LICCAR, AS MULTAS ABERTAS NO MULCAR E *
      * O GRAVAME ATIVO NO GRVCAR E IMPRIME A CERTIDAO  *
      * NUMERADA (CERCAR.LST): NEGATIVA QUANDO NADA     *
      * CONSTA, POSITIVA COM A LISTA DAS PENDENCIAS.    *
      * TODA CERTIDAO FICA REGISTRADA NO CERCAR, QUE    *
      * PERMITE CONFERIR EM TELA A AUTENTICIDADE E A    *
      * VALIDADE A PARTIR DO NUMERO                     *
      **************************************************
      * ACESSIVEL PELO MENU GERAL (MENUCAR), TODOS OS NIVEIS.
      * A CERTIDAO VALE POR UM MES A PARTIR DA EMISSAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCARSL.
           COPY LICCARSL.
           COPY MULCARSL.
           COPY GRVCARSL.
           COPY OCOCARSL.
           COPY CERCARSL.
           SELECT RELCER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCARFD.
           COPY LICCARFD.
           COPY MULCARFD.
           COPY GRVCARFD.
           COPY OCOCARFD.
           COPY CERCARFD.
      *
       FD RELCER
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "CERCAR.LST".
       01 LINRELCER              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT            PIC 9(06) VALUE ZEROS.
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-LIC            PIC X(02) VALUE "00".
       01 ST-MUL            PIC X(02) VALUE "00".
       01 ST-GRV            PIC X(02) VALUE "00".
       01 ST-OCO            PIC X(02) VALUE "00".
       01 ST-CER            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDT        PIC 99/99/9999.
       01 MENS              PIC X(50) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 PLACAENTR         PIC X(07) VALUE SPACES.
       01 NUMENTR           PIC 9(08) VALUE ZEROS.
       01 REQUERENTR        PIC X(30) VALUE SPACES.
       01 W-NUMERO          PIC 9(08) VALUE ZEROS.
       01 W-QT-SIT          PIC 9(03) VALUE ZEROS.
       01 W-QT-LIC          PIC 9(03) VALUE ZEROS.
       01 W-QT-MUL          PIC 9(03) VALUE ZEROS.
       01 W-QT-GRV          PIC 9(03) VALUE ZEROS.
       01 W-QT-PEND         PIC 9(03) VALUE ZEROS.
       01 W-VL-MUL          PIC 9(07)V99 VALUE ZEROS.
       01 W-VL-MUL-EDT      PIC ZZZ.ZZ9,99.
      *
      * VALIDADE DA CERTIDAO - MESMO DIA DO MES SEGUINTE
       01 W-VALIDADE.
          03 W-VAL-ANO         PIC 9(04).
          03 W-VAL-MES         PIC 9(02).
          03 W-VAL-DIA         PIC 9(02).
       01 W-VALIDADE-N REDEFINES W-VALIDADE PIC 9(08).
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-012".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 CAB1-TITULO     PIC X(42) VALUE SPACES.
          03 FILLER          PIC X(10) VALUE "NUMERO: ".
          03 CAB1-NUMERO     PIC 9(08).
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 LINCER1.
          03 FILLER          PIC X(09) VALUE "PLACA: ".
          03 LCER-PLACA      PIC X(07).
          03 FILLER          PIC X(11) VALUE "  VEICULO: ".
          03 LCER-MARCA      PIC X(12).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LCER-MODELO     PIC X(14).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LCER-ANO        PIC 9(04).
          03 FILLER          PIC X(10) VALUE "  CHASSI: ".
          03 LCER-CHASSI     PIC X(17).
       01 LINCER2.
          03 FILLER          PIC X(14) VALUE "PROPRIETARIO: ".
          03 LCER-PROPR      PIC X(38).
          03 FILLER          PIC X(12) VALUE "  CPF/CNPJ: ".
          03 LCER-PROPDOC    PIC X(14).
       01 LINCER3.
          03 FILLER          PIC X(12) VALUE "REQUERENTE: ".
          03 LCER-REQUER     PIC X(30).
       01 LINCER4.
          03 FILLER          PIC X(12) VALUE "EMITIDA EM: ".
          03 LCER-DATA       PIC 99/99/9999.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LCER-HORA       PIC X(06).
          03 FILLER          PIC X(07) VALUE "  POR: ".
          03 LCER-OPERADOR   PIC X(08).
          03 FILLER          PIC X(15) VALUE "  VALIDA ATE: ".
          03 LCER-VALIDADE   PIC 99/99/9999.
       01 LINTEXTO.
          03 LTXT-TEXTO      PIC X(100).
       01 LINPEND.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LPEN-ITEM       PIC ZZ9.
          03 FILLER          PIC X(02) VALUE "- ".
          03 LPEN-DESCR      PIC X(100).
       01 LINTOTAIS.
          03 FILLER          PIC X(28)
                 VALUE "TOTAL DE PENDENCIAS:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-PEND        PIC ZZ9.
      *
       LINKAGE SECTION.
       01 PAR-OPERADOR      PIC X(08).
      *
      ******************
      * ROTINA DE TELA *
      ******************
      *
       SCREEN SECTION.
       01  TELACER2.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 01  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 02  COLUMN 01
               VALUE  "--------------------- CERTIDAO NEGATIVA ".
           05  LINE 02  COLUMN 41
               VALUE  "DE DEBITOS ------------------------------".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " PLACA:".
           05  LINE 04  COLUMN 30
               VALUE  "CERTIDAO NUMERO:".
           05  LINE 05  COLUMN 01
               VALUE  " REQUERENTE:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TPLACAENTR
               LINE 04  COLUMN 09  PIC X(07)
               USING  PLACAENTR.
           05  TNUMENTR
               LINE 04  COLUMN 47  PIC 9(08)
               USING  NUMENTR.
           05  TREQUERENTR
               LINE 05  COLUMN 14  PIC X(30)
               USING  REQUERENTR.
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
           OPEN INPUT LICCAR
           IF ST-LIC NOT = "00"
              IF ST-LIC = "35"
                 OPEN OUTPUT LICCAR
                 CLOSE LICCAR
                 OPEN INPUT LICCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO LICCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 GO TO ROT-FIM2.
           OPEN INPUT MULCAR
           IF ST-MUL NOT = "00"
              IF ST-MUL = "35"
                 OPEN OUTPUT MULCAR
                 CLOSE MULCAR
                 OPEN INPUT MULCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO MULCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE LICCAR
                 GO TO ROT-FIM2.
           OPEN INPUT GRVCAR
           IF ST-GRV NOT = "00"
              IF ST-GRV = "35"
                 OPEN OUTPUT GRVCAR
                 CLOSE GRVCAR
                 OPEN INPUT GRVCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO GRVCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE LICCAR
                 CLOSE MULCAR
                 GO TO ROT-FIM2.
           OPEN INPUT OCOCAR
           IF ST-OCO NOT = "00"
              IF ST-OCO = "35"
                 OPEN OUTPUT OCOCAR
                 CLOSE OCOCAR
                 OPEN INPUT OCOCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO OCOCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE LICCAR
                 CLOSE MULCAR
                 CLOSE GRVCAR
                 GO TO ROT-FIM2.
           OPEN I-O CERCAR
           IF ST-CER NOT = "00"
              IF ST-CER = "35"
      * AINDA NAO HOUVE CERTIDOES - CRIA O REGISTRO VAZIO
                 OPEN OUTPUT CERCAR
                 CLOSE CERCAR
                 OPEN I-O CERCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CERCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE LICCAR
                 CLOSE MULCAR
                 CLOSE GRVCAR
                 CLOSE OCOCAR
                 GO TO ROT-FIM2.
      *
       INC-001.
           MOVE SPACES TO PLACAENTR REQUERENTR
           MOVE ZEROS  TO NUMENTR
           DISPLAY  TELACER2.
       INC-001A.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13)
            "OPCAO: E=EMITE V=VERIFICA  F1=ENCERRA => "
           MOVE "E" TO W-OPCAO
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO ROT-FIM.
           IF W-ACT > 02
                      MOVE "*** FUNCAO NAO DEFINIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
           IF W-OPCAO = "E"
                      GO TO ROT-EMITE.
           IF W-OPCAO = "V"
                      GO TO ROT-VERIFICA.
           MOVE "*** DIGITE E=EMITE V=VERIFICA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001A.
      *
      **************************************************
      * EMISSAO - APURA AS PENDENCIAS DA PLACA, NUMERA, *
      * REGISTRA NO CERCAR E IMPRIME A CERTIDAO         *
      **************************************************
       ROT-EMITE.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "DIGITE A PLACA E O REQUERENTE"
           ACCEPT TPLACAENTR
           ACCEPT TREQUERENTR
           IF PLACAENTR = SPACES
                MOVE "*** DIGITE A PLACA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE PLACAENTR TO PLACA
           READ CADCAR INVALID KEY
                MOVE "*** PLACA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           DISPLAY (07, 01) "VEICULO: "
           DISPLAY (07, 10) MARCA
           DISPLAY (07, 23) MODELO
           DISPLAY (08, 01) "PROPRIETARIO: "
           DISPLAY (08, 15) PROPR
           PERFORM ROT-APURA THRU ROT-APURA-FIM
           DISPLAY (10, 01) "SITUACAO DO VEICULO....: "
           DISPLAY (10, 26) SITUACAO
           DISPLAY (11, 01) "LICENCIAMENTOS ABERTOS.: "
           DISPLAY (11, 26) W-QT-LIC
           DISPLAY (12, 01) "MULTAS ABERTAS.........: "
           DISPLAY (12, 26) W-QT-MUL
           DISPLAY (13, 01) "GRAVAME ATIVO..........: "
           DISPLAY (13, 26) W-QT-GRV
           IF W-QT-PEND = ZEROS
                DISPLAY (15, 01) "RESULTADO: NADA CONSTA - NEGATIVA"
           ELSE
                DISPLAY (15, 01) "RESULTADO: CONSTAM PENDENCIAS - "
                DISPLAY (15, 33) "POSITIVA".
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) " *** CONFIRMA EMISSAO : . ***"
           MOVE "S" TO W-OPCAO
           ACCEPT (23, 36) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S"
                MOVE "*** EMISSAO CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           PERFORM ROT-NUMERA THRU ROT-NUMERA-FIM
           IF W-NUMERO = ZEROS
                MOVE "*** ERRO NA NUMERACAO DA CERTIDAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-DATA-SIS TO W-VALIDADE-N
           ADD 1 TO W-VAL-MES
           IF W-VAL-MES > 12
                MOVE 1 TO W-VAL-MES
                ADD 1 TO W-VAL-ANO.
           IF W-VAL-DIA > 28
                MOVE 28 TO W-VAL-DIA.
           MOVE W-NUMERO      TO CER-NUMERO
           MOVE PLACA         TO CER-PLACA
           MOVE W-DATA-SIS    TO CER-DATA
           MOVE W-HORA-SIS (1:6) TO CER-HORA
           MOVE W-OPERADOR    TO CER-OPERADOR
           MOVE REQUERENTR    TO CER-REQUERENTE
           MOVE W-VALIDADE-N  TO CER-VALIDADE
           MOVE W-QT-PEND     TO CER-QTPEND
           IF W-QT-PEND = ZEROS
                MOVE "N" TO CER-RESULTADO
           ELSE
                MOVE "P" TO CER-RESULTADO.
           WRITE REGCER INVALID KEY
                MOVE "*** ERRO NO REGISTRO DA CERTIDAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
           DISPLAY (17, 01) "CERTIDAO NUMERO: "
           DISPLAY (17, 18) W-NUMERO
           MOVE "*** CERTIDAO GRAVADA EM CERCAR.LST ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 13) "TECLE ENTER P/ CONTINUAR"
           ACCEPT (23, 38) W-OPCAO
           GO TO INC-001.
      *
      **************************************************
      * VERIFICACAO DE AUTENTICIDADE - O PORTADOR       *
      * INFORMA O NUMERO E A PLACA DA CERTIDAO          *
      **************************************************
       ROT-VERIFICA.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "DIGITE O NUMERO DA CERTIDAO E A PLACA"
           ACCEPT TNUMENTR
           ACCEPT TPLACAENTR
           IF NUMENTR = ZEROS
                MOVE "*** DIGITE O NUMERO DA CERTIDAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE NUMENTR TO CER-NUMERO
           READ CERCAR INVALID KEY
                DISPLAY (10, 01) "*** CERTIDAO NAO CONSTA DO REGISTRO"
                DISPLAY (10, 37) " - NAO AUTENTICA ***"
                MOVE "*** CERTIDAO NAO AUTENTICA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-VERIFICA-FIM.
           IF PLACAENTR NOT = SPACES AND PLACAENTR NOT = CER-PLACA
                DISPLAY (10, 01) "*** PLACA NAO CONFERE COM A CERTIDAO"
                DISPLAY (10, 38) " - NAO AUTENTICA ***"
                MOVE "*** CERTIDAO NAO AUTENTICA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-VERIFICA-FIM.
           DISPLAY (07, 01) "PLACA......: "
           DISPLAY (07, 14) CER-PLACA
           MOVE CER-DATA (7:2) TO W-DATA-EDT (1:2)
           MOVE CER-DATA (5:2) TO W-DATA-EDT (4:2)
           MOVE CER-DATA (1:4) TO W-DATA-EDT (7:4)
           DISPLAY (08, 01) "EMITIDA EM.: "
           DISPLAY (08, 14) W-DATA-EDT
           DISPLAY (08, 25) CER-HORA
           DISPLAY (08, 33) "POR "
           DISPLAY (08, 37) CER-OPERADOR
           DISPLAY (09, 01) "REQUERENTE.: "
           DISPLAY (09, 14) CER-REQUERENTE
           DISPLAY (10, 01) "RESULTADO..: "
           IF CER-RESULTADO = "N"
                DISPLAY (10, 14) "NEGATIVA - NADA CONSTA"
           ELSE
                DISPLAY (10, 14) "POSITIVA - PENDENCIAS: "
                DISPLAY (10, 37) CER-QTPEND.
           MOVE CER-VALIDADE (7:2) TO W-DATA-EDT (1:2)
           MOVE CER-VALIDADE (5:2) TO W-DATA-EDT (4:2)
           MOVE CER-VALIDADE (1:4) TO W-DATA-EDT (7:4)
           DISPLAY (11, 01) "VALIDA ATE.: "
           DISPLAY (11, 14) W-DATA-EDT
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           IF CER-VALIDADE < W-DATA-SIS
                DISPLAY (13, 01) "*** CERTIDAO AUTENTICA, POREM VENCIDA"
                DISPLAY (13, 38) " ***"
           ELSE
                DISPLAY (13, 01) "*** CERTIDAO AUTENTICA E VALIDA ***".
       ROT-VERIFICA-FIM.
           DISPLAY (23, 13) "TECLE ENTER P/ CONTINUAR"
           ACCEPT (23, 38) W-OPCAO
           GO TO INC-001.
      *
      **************************************************
      * APURA AS PENDENCIAS DA PLACA CORRENTE DO CADCAR *
      * - SITUACAO R/S/B, LICENCIAMENTOS E MULTAS EM    *
      * ABERTO E GRAVAME ATIVO                          *
      **************************************************
       ROT-APURA.
           MOVE ZEROS TO W-QT-SIT W-QT-LIC W-QT-MUL W-QT-GRV
           IF SITUACAO = "R" OR "S" OR "B"
                MOVE 1 TO W-QT-SIT.
           MOVE PLACA TO LIC-PLACA
           MOVE ZEROS TO LIC-EXERC
           START LICCAR KEY IS NOT LESS LIC-CHAVE INVALID KEY
                 GO TO ROT-APURA3.
       ROT-APURA2.
           READ LICCAR NEXT RECORD AT END
                GO TO ROT-APURA3.
           IF LIC-PLACA NOT = PLACA
                GO TO ROT-APURA3.
           IF LIC-STATUS = "A"
                ADD 1 TO W-QT-LIC.
           GO TO ROT-APURA2.
       ROT-APURA3.
           MOVE PLACA      TO MUL-PLACA
           MOVE LOW-VALUES TO MUL-AUTO
           START MULCAR KEY IS NOT LESS MUL-CHAVE INVALID KEY
                 GO TO ROT-APURA5.
       ROT-APURA4.
           READ MULCAR NEXT RECORD AT END
                GO TO ROT-APURA5.
           IF MUL-PLACA NOT = PLACA
                GO TO ROT-APURA5.
           IF MUL-STATUS = "A"
                ADD 1 TO W-QT-MUL.
           GO TO ROT-APURA4.
       ROT-APURA5.
           MOVE PLACA TO GRV-PLACA
           READ GRVCAR INVALID KEY
                GO TO ROT-APURA6.
           IF GRV-STATUS = "A"
                MOVE 1 TO W-QT-GRV.
       ROT-APURA6.
           COMPUTE W-QT-PEND = W-QT-SIT + W-QT-LIC + W-QT-MUL
                             + W-QT-GRV.
       ROT-APURA-FIM.
           EXIT.
      *
      **************************************************
      * OBTEM O PROXIMO NUMERO DE CERTIDAO NO REGISTRO  *
      * DE CONTROLE (NUMERO ZERO) DO CERCAR             *
      **************************************************
       ROT-NUMERA.
           MOVE ZEROS TO W-NUMERO
           MOVE ZEROS TO CERCTL-CHAVE
           READ CERCAR INVALID KEY
                MOVE SPACES TO REGCERCTL
                MOVE ZEROS TO CERCTL-CHAVE
                MOVE ZEROS TO CERCTL-ULTNUM
                WRITE REGCERCTL INVALID KEY
                      GO TO ROT-NUMERA-FIM.
           ADD 1 TO CERCTL-ULTNUM
           REWRITE REGCERCTL INVALID KEY
                GO TO ROT-NUMERA-FIM.
           MOVE CERCTL-ULTNUM TO W-NUMERO.
       ROT-NUMERA-FIM.
           EXIT.
      *
      **************************************************
      * IMPRIME A CERTIDAO - CABECALHO COM O NUMERO,    *
      * DADOS DO VEICULO E DA EMISSAO E, NA POSITIVA,   *
      * UMA LINHA POR PENDENCIA                         *
      **************************************************
       ROT-IMPRIME.
           OPEN OUTPUT RELCER
           IF ST-REL NOT = "00"
              MOVE "*** ERRO NA ABERTURA DO CERCAR.LST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-IMPRIME-FIM.
           IF CER-RESULTADO = "N"
              MOVE "CERTIDAO NEGATIVA DE DEBITOS VEICULARES"
                   TO CAB1-TITULO
           ELSE
              MOVE "CERTIDAO POSITIVA DE DEBITOS VEICULARES"
                   TO CAB1-TITULO.
           MOVE CER-NUMERO TO CAB1-NUMERO
           MOVE CAB1 TO LINRELCER
           WRITE LINRELCER
           MOVE CAB3 TO LINRELCER
           WRITE LINRELCER
           MOVE PLACA     TO LCER-PLACA
           MOVE MARCA     TO LCER-MARCA
           MOVE MODELO    TO LCER-MODELO
           MOVE ANO       TO LCER-ANO
           MOVE CHASSI    TO LCER-CHASSI
           MOVE LINCER1   TO LINRELCER
           WRITE LINRELCER
           MOVE PROPR     TO LCER-PROPR
           MOVE PROPDOC   TO LCER-PROPDOC
           MOVE LINCER2   TO LINRELCER
           WRITE LINRELCER
           MOVE CER-REQUERENTE TO LCER-REQUER
           MOVE LINCER3   TO LINRELCER
           WRITE LINRELCER
           MOVE CER-DATA (7:2) TO W-DATA-EDT (1:2)
           MOVE CER-DATA (5:2) TO W-DATA-EDT (4:2)
           MOVE CER-DATA (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT     TO LCER-DATA
           MOVE CER-HORA       TO LCER-HORA
           MOVE CER-OPERADOR   TO LCER-OPERADOR
           MOVE CER-VALIDADE (7:2) TO W-DATA-EDT (1:2)
           MOVE CER-VALIDADE (5:2) TO W-DATA-EDT (4:2)
           MOVE CER-VALIDADE (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT     TO LCER-VALIDADE
           MOVE LINCER4   TO LINRELCER
           WRITE LINRELCER
           MOVE CAB3 TO LINRELCER
           WRITE LINRELCER
           IF CER-RESULTADO = "N"
              MOVE SPACES TO LTXT-TEXTO
              STRING "CERTIFICAMOS QUE, ATE A DATA DESTA EMISSAO, "
                          DELIMITED BY SIZE
                     "NADA CONSTA NESTE CADASTRO CONTRA O VEICULO "
                          DELIMITED BY SIZE
                     "ACIMA."
                          DELIMITED BY SIZE
                     INTO LTXT-TEXTO
              MOVE LINTEXTO TO LINRELCER
              WRITE LINRELCER
              GO TO ROT-IMPRIME9.
           MOVE SPACES TO LTXT-TEXTO
           STRING "CERTIFICAMOS QUE, ATE A DATA DESTA EMISSAO, "
                       DELIMITED BY SIZE
                  "CONSTAM AS SEGUINTES PENDENCIAS CONTRA O VEICULO:"
                       DELIMITED BY SIZE
                  INTO LTXT-TEXTO
           MOVE LINTEXTO TO LINRELCER
           WRITE LINRELCER
           MOVE SPACES TO LINRELCER
           WRITE LINRELCER
           MOVE ZEROS TO W-QT-PEND
           IF SITUACAO = "R" OR "S" OR "B"
              PERFORM ROT-IMPSIT THRU ROT-IMPSIT-FIM.
           PERFORM ROT-IMPLIC THRU ROT-IMPLIC-FIM
           PERFORM ROT-IMPMUL THRU ROT-IMPMUL-FIM
           IF W-QT-GRV > ZEROS
              PERFORM ROT-IMPGRV THRU ROT-IMPGRV-FIM.
           MOVE SPACES TO LINRELCER
           WRITE LINRELCER
           MOVE W-QT-PEND TO TOT-PEND
           MOVE LINTOTAIS TO LINRELCER
           WRITE LINRELCER.
       ROT-IMPRIME9.
           CLOSE RELCER.
       ROT-IMPRIME-FIM.
           EXIT.
      *
      **************************************************
      * PENDENCIA DE SITUACAO - ROUBO/FURTO E APREENSAO *
      * CITAM O B.O. DA OCORRENCIA ABERTA NO OCOCAR     *
      **************************************************
       ROT-IMPSIT.
           ADD 1 TO W-QT-PEND
           MOVE W-QT-PEND TO LPEN-ITEM
           MOVE SPACES    TO LPEN-DESCR
           IF SITUACAO = "B"
              MOVE "VEICULO BAIXADO DEFINITIVAMENTE (SUCATA/SINISTRO)"
                   TO LPEN-DESCR
              GO TO ROT-IMPSIT3.
           MOVE PLACA TO OCO-PLACA
           MOVE ZEROS TO OCO-NUMERO
           MOVE SPACES TO OCO-BO OCO-DELEGACIA
           START OCOCAR KEY IS NOT LESS OCO-CHAVE INVALID KEY
                 GO TO ROT-IMPSIT2.
       ROT-IMPSIT1.
           READ OCOCAR NEXT RECORD AT END
                MOVE SPACES TO OCO-BO OCO-DELEGACIA
                GO TO ROT-IMPSIT2.
           IF OCO-PLACA NOT = PLACA
                MOVE SPACES TO OCO-BO OCO-DELEGACIA
                GO TO ROT-IMPSIT2.
           IF OCO-STATUS NOT = "A"
                GO TO ROT-IMPSIT1.
       ROT-IMPSIT2.
           IF SITUACAO = "R"
              STRING "VEICULO COM REGISTRO DE ROUBO/FURTO - B.O. "
                          DELIMITED BY SIZE
                     OCO-BO DELIMITED BY SIZE
                     " "    DELIMITED BY SIZE
                     OCO-DELEGACIA DELIMITED BY SIZE
                     INTO LPEN-DESCR
           ELSE
              STRING "VEICULO APREENDIDO - B.O. "
                          DELIMITED BY SIZE
                     OCO-BO DELIMITED BY SIZE
                     " "    DELIMITED BY SIZE
                     OCO-DELEGACIA DELIMITED BY SIZE
                     INTO LPEN-DESCR.
       ROT-IMPSIT3.
           MOVE LINPEND TO LINRELCER
           WRITE LINRELCER.
       ROT-IMPSIT-FIM.
           EXIT.
      *
      **************************************************
      * PENDENCIAS DE LICENCIAMENTO - EXERCICIOS EM     *
      * ABERTO NO LICCAR                                *
      **************************************************
       ROT-IMPLIC.
           MOVE PLACA TO LIC-PLACA
           MOVE ZEROS TO LIC-EXERC
           START LICCAR KEY IS NOT LESS LIC-CHAVE INVALID KEY
                 GO TO ROT-IMPLIC-FIM.
       ROT-IMPLIC2.
           READ LICCAR NEXT RECORD AT END
                GO TO ROT-IMPLIC-FIM.
           IF LIC-PLACA NOT = PLACA
                GO TO ROT-IMPLIC-FIM.
           IF LIC-STATUS NOT = "A"
                GO TO ROT-IMPLIC2.
           ADD 1 TO W-QT-PEND
           MOVE W-QT-PEND TO LPEN-ITEM
           MOVE LIC-VENCTO (7:2) TO W-DATA-EDT (1:2)
           MOVE LIC-VENCTO (5:2) TO W-DATA-EDT (4:2)
           MOVE LIC-VENCTO (1:4) TO W-DATA-EDT (7:4)
           MOVE SPACES TO LPEN-DESCR
           STRING "LICENCIAMENTO DO EXERCICIO " DELIMITED BY SIZE
                  LIC-EXERC                     DELIMITED BY SIZE
                  " EM ABERTO - VENCIMENTO "    DELIMITED BY SIZE
                  W-DATA-EDT                    DELIMITED BY SIZE
                  INTO LPEN-DESCR
           MOVE LINPEND TO LINRELCER
           WRITE LINRELCER
           GO TO ROT-IMPLIC2.
       ROT-IMPLIC-FIM.
           EXIT.
      *
      **************************************************
      * PENDENCIAS DE MULTAS - AUTOS EM ABERTO NO MULCAR*
      **************************************************
       ROT-IMPMUL.
           MOVE PLACA      TO MUL-PLACA
           MOVE LOW-VALUES TO MUL-AUTO
           START MULCAR KEY IS NOT LESS MUL-CHAVE INVALID KEY
                 GO TO ROT-IMPMUL-FIM.
       ROT-IMPMUL2.
           READ MULCAR NEXT RECORD AT END
                GO TO ROT-IMPMUL-FIM.
           IF MUL-PLACA NOT = PLACA
                GO TO ROT-IMPMUL-FIM.
           IF MUL-STATUS NOT = "A"
                GO TO ROT-IMPMUL2.
           ADD 1 TO W-QT-PEND
           MOVE W-QT-PEND TO LPEN-ITEM
           MOVE MUL-DATA (7:2) TO W-DATA-EDT (1:2)
           MOVE MUL-DATA (5:2) TO W-DATA-EDT (4:2)
           MOVE MUL-DATA (1:4) TO W-DATA-EDT (7:4)
           MOVE MUL-VALOR TO W-VL-MUL-EDT
           MOVE SPACES TO LPEN-DESCR
           STRING "MULTA EM ABERTO - AUTO " DELIMITED BY SIZE
                  MUL-AUTO                  DELIMITED BY SIZE
                  " DE "                    DELIMITED BY SIZE
                  W-DATA-EDT                DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  MUL-DESCR                 DELIMITED BY SIZE
                  " R$ "                    DELIMITED BY SIZE
                  W-VL-MUL-EDT              DELIMITED BY SIZE
                  INTO LPEN-DESCR
           MOVE LINPEND TO LINRELCER
           WRITE LINRELCER
           GO TO ROT-IMPMUL2.
       ROT-IMPMUL-FIM.
           EXIT.
      *
      **************************************************
      * PENDENCIA DE GRAVAME ATIVO (FINANCIAMENTO)      *
      **************************************************
       ROT-IMPGRV.
           ADD 1 TO W-QT-PEND
           MOVE W-QT-PEND TO LPEN-ITEM
           MOVE SPACES TO LPEN-DESCR
           STRING "GRAVAME ATIVO - "  DELIMITED BY SIZE
                  GRV-BANCO           DELIMITED BY SIZE
                  " CONTRATO "        DELIMITED BY SIZE
                  GRV-CONTRATO        DELIMITED BY SIZE
                  INTO LPEN-DESCR
           MOVE LINPEND TO LINRELCER
           WRITE LINRELCER.
       ROT-IMPGRV-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCAR.
           CLOSE LICCAR.
           CLOSE MULCAR.
           CLOSE GRVCAR.
           CLOSE OCOCAR.
           CLOSE CERCAR.
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
