       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTFRO.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * ESTATISTICA MENSAL DA FROTA - QUANTIDADE DE     *
      * VEICULOS DO CADCAR POR MARCA/MODELO, FAIXA DE   *
      * IDADE, COR E SITUACAO (A/R/S/B), COM TOTAIS E   *
      * PERCENTUAIS, MAIS AS INCLUSOES, BAIXAS E        *
      * TRANSFERENCIAS DO MES CONTADAS NO HSTCAR. CADA  *
      * LINHA SAI AO LADO DA QUANTIDADE DO MES ANTERIOR *
      * E DA DIFERENCA (ESTFRO.LST), E OS MESMOS NUMEROS*
      * SAEM DELIMITADOS PARA A PLANILHA DA DIRETORIA   *
      * (ESTFRO.CSV)                                    *
      **************************************************
      * AS CONTAGENS DO MES SAO GRAVADAS NO ESTCAR (FOTOGRAFIA MENSAL);
      * O COMPARATIVO USA A FOTOGRAFIA MAIS RECENTE ANTERIOR AO MES DE
      * REFERENCIA. REPROCESSAR O MES SUBSTITUI A FOTOGRAFIA DELE.
      * O CSV E SEPARADO POR PONTO-E-VIRGULA PORQUE OS PERCENTUAIS USAM
      * VIRGULA DECIMAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCARSL.
           COPY HSTCARSL.
           COPY ESTCARSL.
           SELECT ARQORD ASSIGN TO DISK.
           SELECT RELEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           SELECT CSVEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CSV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCARFD.
           COPY HSTCARFD.
           COPY ESTCARFD.
      *
       SD ARQORD.
       01 REG-ORD.
          03 ORD-DIM            PIC 9(01).
          03 ORD-ITEM           PIC X(30).
          03 ORD-ORIGEM         PIC X(01).
          03 ORD-QTDE           PIC 9(07).
      *
       FD RELEST
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "ESTFRO.LST".
       01 LINRELEST              PIC X(132).
      *
       FD CSVEST
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "ESTFRO.CSV".
       01 LINCSVEST              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-HST            PIC X(02) VALUE "00".
       01 ST-EST            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-CSV            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-DATA-SIS.
          03 W-ANO-SIS         PIC 9(04).
          03 W-MES-SIS         PIC 9(02).
          03 W-DIA-SIS         PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-SIS PIC 9(08).
       01 W-DATA-EDT         PIC 99/99/9999.
       01 W-REF-ENT          PIC X(06) VALUE SPACES.
       01 W-ANOMES.
          03 W-REF-ANO         PIC 9(04).
          03 W-REF-MES         PIC 9(02).
       01 W-ANOMES-N REDEFINES W-ANOMES PIC 9(06).
       01 W-ANOMES-ANT       PIC 9(06) VALUE ZEROS.
       01 W-TEMANT           PIC X(01) VALUE "N".
       01 W-TEMHST           PIC X(01) VALUE "N".
       01 W-IDADE            PIC 9(04) VALUE ZEROS.
       01 W-QTDE-FROTA       PIC 9(07) VALUE ZEROS.
       01 W-QTDE-INC         PIC 9(07) VALUE ZEROS.
       01 W-QTDE-BAX         PIC 9(07) VALUE ZEROS.
       01 W-QTDE-TRF         PIC 9(07) VALUE ZEROS.
       01 W-QTDE-FOTO        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-APAG        PIC 9(06) VALUE ZEROS.
       01 W-DIM-ANT          PIC 9(01) VALUE ZEROS.
       01 W-ITEM-ANT         PIC X(30) VALUE SPACES.
       01 W-PRIMEIRA         PIC X(01) VALUE "S".
       01 W-QT-ATU           PIC 9(07) VALUE ZEROS.
       01 W-QT-ANT           PIC 9(07) VALUE ZEROS.
       01 W-DIM-ATU          PIC 9(07) VALUE ZEROS.
       01 W-DIM-ANTQ         PIC 9(07) VALUE ZEROS.
       01 W-DIF              PIC S9(07) VALUE ZEROS.
       01 W-PERC             PIC 9(03)V99 VALUE ZEROS.
       01 W-DESCR            PIC X(30) VALUE SPACES.
       01 W-CSV-QTDE         PIC 9(07).
       01 W-CSV-ANT          PIC 9(07).
       01 W-CSV-DIF          PIC -9(07).
       01 W-CSV-PERC         PIC 9(03),99.
      *
      * DIMENSOES DA ESTATISTICA
       01 TAB-DIMENSOES.
          03 FILLER          PIC X(40) VALUE
                "MARCA/MODELO".
          03 FILLER          PIC X(40) VALUE
                "IDADE DA FROTA (ANO DE FABRICACAO)".
          03 FILLER          PIC X(40) VALUE
                "COR".
          03 FILLER          PIC X(40) VALUE
                "SITUACAO".
          03 FILLER          PIC X(40) VALUE
                "MOVIMENTO DO MES (HSTCAR)".
       01 FILLER REDEFINES TAB-DIMENSOES.
          03 DIM-DESCR OCCURS 5 PIC X(40).
      *
      * FAIXAS DE IDADE (ANO DE REFERENCIA MENOS ANO DE FABRICACAO)
       01 TAB-FAIXAS.
          03 FILLER          PIC X(30) VALUE "ATE 2 ANOS".
          03 FILLER          PIC X(30) VALUE "DE 3 A 5 ANOS".
          03 FILLER          PIC X(30) VALUE "DE 6 A 10 ANOS".
          03 FILLER          PIC X(30) VALUE "DE 11 A 15 ANOS".
          03 FILLER          PIC X(30) VALUE "DE 16 A 20 ANOS".
          03 FILLER          PIC X(30) VALUE "MAIS DE 20 ANOS".
          03 FILLER          PIC X(30) VALUE "ANO NAO INFORMADO".
       01 FILLER REDEFINES TAB-FAIXAS.
          03 FAI-DESCR OCCURS 7 PIC X(30).
       01 W-FAIXA            PIC 9(01) VALUE ZEROS.
      *
       01 TAB-MOVIMENTOS.
          03 FILLER          PIC X(30) VALUE "INCLUSOES".
          03 FILLER          PIC X(30) VALUE "BAIXAS DEFINITIVAS".
          03 FILLER          PIC X(30) VALUE "TRANSFERENCIAS".
       01 FILLER REDEFINES TAB-MOVIMENTOS.
          03 MOV-DESCR OCCURS 3 PIC X(30).
       01 W-MOV              PIC 9(01) VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-018".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(42) VALUE
                "ESTATISTICA DA FROTA - COMPARATIVO MENSAL".
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA       PIC 99/99/9999.
       01 CAB2.
          03 FILLER          PIC X(18) VALUE "MES DE REFERENCIA:".
          03 CAB2-REF-MES    PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 CAB2-REF-ANO    PIC 9(04).
          03 FILLER          PIC X(05) VALUE SPACES.
          03 FILLER          PIC X(17) VALUE "MES COMPARADO:   ".
          03 CAB2-ANT        PIC X(07).
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 CAB4.
          03 FILLER          PIC X(34) VALUE "ITEM".
          03 FILLER          PIC X(11) VALUE "   QTDE".
          03 FILLER          PIC X(08) VALUE "     %".
          03 FILLER          PIC X(11) VALUE "MES ANT.".
          03 FILLER          PIC X(10) VALUE "DIFERENCA".
       01 LINDIM.
          03 FILLER          PIC X(04) VALUE "*** ".
          03 LDIM-DESCR      PIC X(40).
       01 LINEST.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEST-DESCR      PIC X(30).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEST-QTDE       PIC Z.ZZZ.ZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEST-PERC       PIC ZZ9,99.
          03 LEST-PERC-X REDEFINES LEST-PERC PIC X(06).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEST-ANT        PIC Z.ZZZ.ZZ9.
          03 LEST-ANT-X REDEFINES LEST-ANT PIC X(09).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEST-DIF        PIC -Z.ZZZ.ZZ9.
          03 LEST-DIF-X REDEFINES LEST-DIF PIC X(10).
       01 LINTOTAIS.
          03 FILLER          PIC X(28)
                 VALUE "VEICULOS NO CADCAR:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-FROTA       PIC ZZZZZZ9.
       01 LINTOTAIS2.
          03 FILLER          PIC X(28)
                 VALUE "ITENS GRAVADOS NO ESTCAR:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-FOTO        PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           DISPLAY "MES DE REFERENCIA (AAAAMM) OU ENTER P/ MES ATUAL:"
           ACCEPT W-REF-ENT
           IF W-REF-ENT NUMERIC
              MOVE W-REF-ENT TO W-ANOMES
           ELSE
              MOVE W-ANO-SIS TO W-REF-ANO
              MOVE W-MES-SIS TO W-REF-MES.
           IF W-REF-MES < 1 OR W-REF-MES > 12
              MOVE "MES DE REFERENCIA INVALIDO" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
      *
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCAR" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           OPEN INPUT HSTCAR
           IF ST-HST = "00"
              MOVE "S" TO W-TEMHST
           ELSE
              IF ST-HST NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO HSTCAR" TO MENS
                 DISPLAY MENS
                 CLOSE CADCAR
                 GO TO ROT-FIM.
           OPEN I-O ESTCAR
           IF ST-EST NOT = "00"
              IF ST-EST = "35"
                 OPEN OUTPUT ESTCAR
                 CLOSE ESTCAR
                 OPEN I-O ESTCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO ESTCAR" TO MENS
                 DISPLAY MENS
                 PERFORM ROT-FECHAENT THRU ROT-FECHAENT-FIM
                 GO TO ROT-FIM.
           OPEN OUTPUT RELEST
           IF ST-REL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ESTFRO.LST" TO MENS
              DISPLAY MENS
              PERFORM ROT-FECHAENT THRU ROT-FECHAENT-FIM
              CLOSE ESTCAR
              GO TO ROT-FIM.
           OPEN OUTPUT CSVEST
           IF ST-CSV NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ESTFRO.CSV" TO MENS
              DISPLAY MENS
              PERFORM ROT-FECHAENT THRU ROT-FECHAENT-FIM
              CLOSE ESTCAR RELEST
              GO TO ROT-FIM.
      *
           PERFORM ROT-BUSCAANT THRU ROT-BUSCAANT-FIM
           PERFORM ROT-APAGAREF THRU ROT-APAGAREF-FIM
      *
           MOVE W-DIA-SIS TO W-DATA-EDT (1:2)
           MOVE W-MES-SIS TO W-DATA-EDT (4:2)
           MOVE W-ANO-SIS TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB1-DATA
           MOVE W-REF-MES  TO CAB2-REF-MES
           MOVE W-REF-ANO  TO CAB2-REF-ANO
           IF W-TEMANT = "S"
              MOVE SPACES TO CAB2-ANT
              STRING W-ANOMES-ANT (5:2) DELIMITED BY SIZE
                     "/"                DELIMITED BY SIZE
                     W-ANOMES-ANT (1:4) DELIMITED BY SIZE
                     INTO CAB2-ANT
           ELSE
              MOVE "NENHUM" TO CAB2-ANT.
           MOVE CAB1 TO LINRELEST
           WRITE LINRELEST
           MOVE CAB2 TO LINRELEST
           WRITE LINRELEST
           MOVE CAB3 TO LINRELEST
           WRITE LINRELEST
           MOVE CAB4 TO LINRELEST
           WRITE LINRELEST
           MOVE CAB3 TO LINRELEST
           WRITE LINRELEST
           MOVE SPACES TO LINCSVEST
           STRING "MES;DIMENSAO;ITEM;QTDE;PERCENTUAL;"
                       DELIMITED BY SIZE
                  "QTDE_MES_ANTERIOR;DIFERENCA"
                       DELIMITED BY SIZE
                  INTO LINCSVEST
           WRITE LINCSVEST
      *
           SORT ARQORD ON ASCENDING KEY ORD-DIM ORD-ITEM
                INPUT  PROCEDURE IS ROT-SELECIONA
                                 THRU ROT-SELECIONA-FIM
                OUTPUT PROCEDURE IS ROT-IMPRIME THRU ROT-IMPRIME-FIM
      *
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
           PERFORM ROT-FECHAENT THRU ROT-FECHAENT-FIM
           CLOSE ESTCAR RELEST CSVEST
           DISPLAY "VEICULOS NO CADCAR        : " W-QTDE-FROTA
           DISPLAY "INCLUSOES NO MES          : " W-QTDE-INC
           DISPLAY "BAIXAS NO MES             : " W-QTDE-BAX
           DISPLAY "TRANSFERENCIAS NO MES     : " W-QTDE-TRF
           DISPLAY "ITENS GRAVADOS NO ESTCAR  : " W-QTDE-FOTO
           IF W-QTDE-APAG > ZEROS
              DISPLAY "FOTOGRAFIA DO MES SUBSTITUIDA - ITENS: "
                      W-QTDE-APAG.
           GO TO ROT-FIM.
      *
       ROT-FECHAENT.
           CLOSE CADCAR
           IF W-TEMHST = "S"
              CLOSE HSTCAR.
       ROT-FECHAENT-FIM.
           EXIT.
      *
      **************************************************
      * LOCALIZA A FOTOGRAFIA MAIS RECENTE ANTERIOR AO  *
      * MES DE REFERENCIA                               *
      **************************************************
       ROT-BUSCAANT.
           MOVE LOW-VALUES TO EST-CHAVE
           START ESTCAR KEY IS NOT LESS EST-CHAVE
                 INVALID KEY GO TO ROT-BUSCAANT-FIM.
       ROT-BUSCAANT2.
           READ ESTCAR NEXT RECORD AT END
                GO TO ROT-BUSCAANT-FIM.
           IF EST-ANOMES NOT < W-ANOMES-N
                GO TO ROT-BUSCAANT-FIM.
           MOVE EST-ANOMES TO W-ANOMES-ANT
           MOVE "S" TO W-TEMANT
           GO TO ROT-BUSCAANT2.
       ROT-BUSCAANT-FIM.
           EXIT.
      *
      **************************************************
      * REPROCESSAMENTO - APAGA A FOTOGRAFIA JA GRAVADA *
      * PARA O MES DE REFERENCIA                        *
      **************************************************
       ROT-APAGAREF.
           MOVE W-ANOMES-N TO EST-ANOMES
           MOVE ZEROS      TO EST-DIM
           MOVE LOW-VALUES TO EST-ITEM
           START ESTCAR KEY IS NOT LESS EST-CHAVE
                 INVALID KEY GO TO ROT-APAGAREF-FIM.
       ROT-APAGAREF2.
           READ ESTCAR NEXT RECORD AT END
                GO TO ROT-APAGAREF-FIM.
           IF EST-ANOMES NOT = W-ANOMES-N
                GO TO ROT-APAGAREF-FIM.
           DELETE ESTCAR RECORD INVALID KEY
                GO TO ROT-APAGAREF-FIM.
           ADD 1 TO W-QTDE-APAG
           GO TO ROT-APAGAREF2.
       ROT-APAGAREF-FIM.
           EXIT.
      *
      **************************************************
      * ENTRADA DO SORT - UM ITEM POR VEICULO EM CADA   *
      * DIMENSAO, OS MOVIMENTOS DO MES NO HSTCAR E AS   *
      * QUANTIDADES DA FOTOGRAFIA ANTERIOR              *
      **************************************************
       ROT-SELECIONA.
           MOVE LOW-VALUES TO PLACA
           START CADCAR KEY IS NOT LESS PLACA
                 INVALID KEY GO TO ROT-SELECIONA-HST.
       ROT-SELECIONA-CAD.
           READ CADCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-HST.
           ADD 1 TO W-QTDE-FROTA
           MOVE "A" TO ORD-ORIGEM
           MOVE 1   TO ORD-QTDE
           MOVE 1   TO ORD-DIM
           MOVE SPACES TO ORD-ITEM
           STRING MARCA  DELIMITED BY SIZE
                  " "    DELIMITED BY SIZE
                  MODELO DELIMITED BY SIZE
                  INTO ORD-ITEM
           RELEASE REG-ORD
           PERFORM ROT-FAIXA THRU ROT-FAIXA-FIM
           MOVE 2   TO ORD-DIM
           MOVE SPACES  TO ORD-ITEM
           MOVE W-FAIXA TO ORD-ITEM (1:1)
           RELEASE REG-ORD
           MOVE 3   TO ORD-DIM
           MOVE COR TO ORD-ITEM
           RELEASE REG-ORD
           MOVE 4   TO ORD-DIM
           MOVE SITUACAO TO ORD-ITEM
           RELEASE REG-ORD
           GO TO ROT-SELECIONA-CAD.
      *
       ROT-SELECIONA-HST.
           IF W-TEMHST = "N"
              GO TO ROT-SELECIONA-MOV.
           MOVE LOW-VALUES TO HST-CHAVE
           START HSTCAR KEY IS NOT LESS HST-CHAVE
                 INVALID KEY GO TO ROT-SELECIONA-MOV.
       ROT-SELECIONA-HST2.
           READ HSTCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-MOV.
           IF HST-DATA (1:6) NOT = W-ANOMES
                GO TO ROT-SELECIONA-HST2.
           IF HST-OPERACAO = "I"
                ADD 1 TO W-QTDE-INC.
           IF HST-OPERACAO = "B"
                ADD 1 TO W-QTDE-BAX.
           IF HST-OPERACAO = "T"
                ADD 1 TO W-QTDE-TRF.
           GO TO ROT-SELECIONA-HST2.
      *
       ROT-SELECIONA-MOV.
           MOVE "A"        TO ORD-ORIGEM
           MOVE 5          TO ORD-DIM
           MOVE SPACES     TO ORD-ITEM
           MOVE "1"        TO ORD-ITEM (1:1)
           MOVE W-QTDE-INC TO ORD-QTDE
           RELEASE REG-ORD
           MOVE "2"        TO ORD-ITEM (1:1)
           MOVE W-QTDE-BAX TO ORD-QTDE
           RELEASE REG-ORD
           MOVE "3"        TO ORD-ITEM (1:1)
           MOVE W-QTDE-TRF TO ORD-QTDE
           RELEASE REG-ORD.
      *
           IF W-TEMANT = "N"
              GO TO ROT-SELECIONA-FIM.
           MOVE W-ANOMES-ANT TO EST-ANOMES
           MOVE ZEROS        TO EST-DIM
           MOVE LOW-VALUES   TO EST-ITEM
           START ESTCAR KEY IS NOT LESS EST-CHAVE
                 INVALID KEY GO TO ROT-SELECIONA-FIM.
       ROT-SELECIONA-ANT.
           READ ESTCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-FIM.
           IF EST-ANOMES NOT = W-ANOMES-ANT
                GO TO ROT-SELECIONA-FIM.
           MOVE "P"      TO ORD-ORIGEM
           MOVE EST-DIM  TO ORD-DIM
           MOVE EST-ITEM TO ORD-ITEM
           MOVE EST-QTDE TO ORD-QTDE
           RELEASE REG-ORD
           GO TO ROT-SELECIONA-ANT.
       ROT-SELECIONA-FIM.
           EXIT.
      *
      **************************************************
      * FAIXA DE IDADE DO VEICULO NO ANO DE REFERENCIA  *
      **************************************************
       ROT-FAIXA.
           MOVE 7 TO W-FAIXA
           IF ANO NOT NUMERIC OR ANO = ZEROS
              GO TO ROT-FAIXA-FIM.
           MOVE 1 TO W-FAIXA
           IF ANO NOT < W-REF-ANO
              GO TO ROT-FAIXA-FIM.
           COMPUTE W-IDADE = W-REF-ANO - ANO
           IF W-IDADE > 2
              MOVE 2 TO W-FAIXA.
           IF W-IDADE > 5
              MOVE 3 TO W-FAIXA.
           IF W-IDADE > 10
              MOVE 4 TO W-FAIXA.
           IF W-IDADE > 15
              MOVE 5 TO W-FAIXA.
           IF W-IDADE > 20
              MOVE 6 TO W-FAIXA.
       ROT-FAIXA-FIM.
           EXIT.
      *
      **************************************
      * PROCEDIMENTO DE SAIDA DO SORT       *
      **************************************
       ROT-IMPRIME.
           RETURN ARQORD AT END
                  GO TO ROT-IMPRIME-EOF.
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              MOVE ORD-DIM  TO W-DIM-ANT
              MOVE ORD-ITEM TO W-ITEM-ANT
              PERFORM ROT-CABDIM THRU ROT-CABDIM-FIM
           ELSE
              IF ORD-DIM NOT = W-DIM-ANT
                 PERFORM ROT-LINHA THRU ROT-LINHA-FIM
                 PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM
                 MOVE ORD-DIM  TO W-DIM-ANT
                 MOVE ORD-ITEM TO W-ITEM-ANT
                 PERFORM ROT-CABDIM THRU ROT-CABDIM-FIM
              ELSE
                 IF ORD-ITEM NOT = W-ITEM-ANT
                    PERFORM ROT-LINHA THRU ROT-LINHA-FIM
                    MOVE ORD-ITEM TO W-ITEM-ANT.
           IF ORD-ORIGEM = "A"
              ADD ORD-QTDE TO W-QT-ATU
           ELSE
              ADD ORD-QTDE TO W-QT-ANT.
           GO TO ROT-IMPRIME.
       ROT-IMPRIME-EOF.
           IF W-PRIMEIRA = "N"
              PERFORM ROT-LINHA THRU ROT-LINHA-FIM
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
       ROT-IMPRIME-FIM.
           EXIT.
      *
      **************************************
      * CABECALHO DE DIMENSAO               *
      **************************************
       ROT-CABDIM.
           MOVE SPACES       TO LINRELEST
           WRITE LINRELEST
           MOVE DIM-DESCR (W-DIM-ANT) TO LDIM-DESCR
           MOVE LINDIM       TO LINRELEST
           WRITE LINRELEST
           MOVE ZEROS TO W-DIM-ATU W-DIM-ANTQ.
       ROT-CABDIM-FIM.
           EXIT.
      *
      **************************************************
      * LINHA DE UM ITEM - QUANTIDADE DO MES, PERCENTUAL*
      * SOBRE A FROTA, MES ANTERIOR E DIFERENCA; GRAVA  *
      * A LINHA NO CSV E A QUANTIDADE NA FOTOGRAFIA     *
      **************************************************
       ROT-LINHA.
           PERFORM ROT-DESCR THRU ROT-DESCR-FIM
           ADD W-QT-ATU TO W-DIM-ATU
           ADD W-QT-ANT TO W-DIM-ANTQ
           MOVE W-DESCR TO LEST-DESCR
           PERFORM ROT-MONTA THRU ROT-MONTA-FIM
      *
           IF W-QT-ATU = ZEROS AND W-DIM-ANT NOT = 5
              GO TO ROT-LINHA2.
           MOVE W-ANOMES-N  TO EST-ANOMES
           MOVE W-DIM-ANT   TO EST-DIM
           MOVE W-ITEM-ANT  TO EST-ITEM
           MOVE W-QT-ATU    TO EST-QTDE
           MOVE W-DATA-NUM  TO EST-DTGER
           WRITE REGEST INVALID KEY
                MOVE "*** ERRO NA GRAVACAO DO ESTCAR ***" TO MENS
                DISPLAY MENS " " EST-CHAVE
                GO TO ROT-LINHA2.
           ADD 1 TO W-QTDE-FOTO.
       ROT-LINHA2.
           MOVE ZEROS TO W-QT-ATU W-QT-ANT.
       ROT-LINHA-FIM.
           EXIT.
      *
      **************************************
      * SUBTOTAL DA DIMENSAO                *
      **************************************
      * OS MOVIMENTOS DO MES NAO SE SOMAM ENTRE SI
       ROT-SUBTOTAL.
           IF W-DIM-ANT = 5
              GO TO ROT-SUBTOTAL-FIM.
           MOVE W-DIM-ATU  TO W-QT-ATU
           MOVE W-DIM-ANTQ TO W-QT-ANT
           MOVE "TOTAL"    TO W-DESCR
           MOVE CAB3       TO LINRELEST
           WRITE LINRELEST
           MOVE W-DESCR    TO LEST-DESCR
           PERFORM ROT-MONTA THRU ROT-MONTA-FIM
           MOVE ZEROS TO W-QT-ATU W-QT-ANT.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
      **************************************************
      * MONTA E GRAVA A LINHA DO RELATORIO E DO CSV A   *
      * PARTIR DE W-QT-ATU / W-QT-ANT / W-DESCR         *
      **************************************************
       ROT-MONTA.
           MOVE W-QT-ATU TO LEST-QTDE
           MOVE ZEROS    TO W-PERC
           IF W-DIM-ANT NOT = 5 AND W-QTDE-FROTA > ZEROS
              COMPUTE W-PERC ROUNDED = W-QT-ATU * 100 / W-QTDE-FROTA.
           IF W-DIM-ANT = 5
              MOVE SPACES TO LEST-PERC-X
           ELSE
              MOVE W-PERC TO LEST-PERC.
           COMPUTE W-DIF = W-QT-ATU - W-QT-ANT
           IF W-TEMANT = "S"
              MOVE W-QT-ANT TO LEST-ANT
              MOVE W-DIF    TO LEST-DIF
           ELSE
              MOVE SPACES   TO LEST-ANT-X LEST-DIF-X.
           MOVE LINEST TO LINRELEST
           WRITE LINRELEST
      *
           MOVE W-QT-ATU TO W-CSV-QTDE
           MOVE W-QT-ANT TO W-CSV-ANT
           MOVE W-DIF    TO W-CSV-DIF
           MOVE W-PERC   TO W-CSV-PERC
           MOVE SPACES TO LINCSVEST
           IF W-TEMANT = "N"
              MOVE ZEROS TO W-CSV-ANT W-CSV-DIF.
           STRING W-ANOMES                      DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(DIM-DESCR (W-DIM-ANT))
                                                DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(W-DESCR)        DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-QTDE                    DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-PERC                    DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-ANT                     DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-DIF                     DELIMITED BY SIZE
                  INTO LINCSVEST
           WRITE LINCSVEST.
       ROT-MONTA-FIM.
           EXIT.
      *
      **************************************************
      * DESCRICAO DO ITEM CONFORME A DIMENSAO           *
      **************************************************
       ROT-DESCR.
           MOVE W-ITEM-ANT TO W-DESCR
           IF W-DIM-ANT = 2
              MOVE W-ITEM-ANT (1:1) TO W-FAIXA
              MOVE FAI-DESCR (W-FAIXA) TO W-DESCR.
           IF W-DIM-ANT = 5
              MOVE W-ITEM-ANT (1:1) TO W-MOV
              MOVE MOV-DESCR (W-MOV) TO W-DESCR.
           IF W-DIM-ANT NOT = 4
              GO TO ROT-DESCR-FIM.
           IF W-ITEM-ANT = "A"
              MOVE "A - ATIVO" TO W-DESCR.
           IF W-ITEM-ANT = "R"
              MOVE "R - ROUBADO/FURTADO" TO W-DESCR.
           IF W-ITEM-ANT = "S"
              MOVE "S - APREENDIDO" TO W-DESCR.
           IF W-ITEM-ANT = "B"
              MOVE "B - BAIXADO DEFINITIVO" TO W-DESCR.
       ROT-DESCR-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS FINAIS                       *
      **************************************
       ROT-TOTAIS.
           MOVE SPACES          TO LINRELEST
           WRITE LINRELEST
           MOVE CAB3 TO LINRELEST
           WRITE LINRELEST
           MOVE W-QTDE-FROTA    TO TOT-FROTA
           MOVE LINTOTAIS       TO LINRELEST
           WRITE LINRELEST
           MOVE W-QTDE-FOTO     TO TOT-FOTO
           MOVE LINTOTAIS2      TO LINRELEST
           WRITE LINRELEST.
       ROT-TOTAIS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           STOP RUN.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
