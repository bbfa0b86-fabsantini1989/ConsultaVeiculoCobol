       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOCO.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * RELATORIO SEMANAL DE ENVELHECIMENTO DAS         *
      * OCORRENCIAS POLICIAIS EM ABERTO NO OCOCAR -     *
      * AGRUPA POR FAIXA DE IDADE (DIAS DESDE A DATA DO *
      * FATO), DA MAIS ANTIGA PARA A MAIS RECENTE, PARA *
      * A SUPERVISAO COBRAR DA POLICIA AS QUE ESTAO     *
      * PARADAS HA MESES                                *
      **************************************************
      * FAIXAS: ATE 30 DIAS, 31 A 90, 91 A 180, 181 A 365 E
      * ACIMA DE 365 DIAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OCOCARSL.
           COPY CADCARSL.
           SELECT ARQORD ASSIGN TO DISK.
           SELECT RELOCO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY OCOCARFD.
           COPY CADCARFD.
      *
       SD ARQORD.
       01 REG-ORD.
          03 ORD-FAIXA          PIC 9(01).
          03 ORD-DIAS           PIC 9(05).
          03 ORD-PLACA          PIC X(07).
          03 ORD-NUMERO         PIC 9(03).
          03 ORD-TIPO           PIC X(01).
          03 ORD-BO             PIC X(15).
          03 ORD-DELEGACIA      PIC X(30).
          03 ORD-DTEVENTO       PIC 9(08).
          03 ORD-DTABERT        PIC 9(08).
          03 ORD-OPERABERT      PIC X(08).
          03 ORD-SITUACAO       PIC X(01).
      *
       FD RELOCO
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "RELOCO.LST".
       01 LINRELOCO              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-OCO            PIC X(02) VALUE "00".
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-ENT        PIC X(08) VALUE SPACES.
       01 W-DATA-REF        PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDT        PIC 99/99/9999.
       01 W-DIAS-REF        PIC 9(07) VALUE ZEROS.
       01 W-DIAS-OCO        PIC 9(07) VALUE ZEROS.
       01 W-IDADE           PIC 9(05) VALUE ZEROS.
       01 W-QTDE-LIDOS      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-ABERTAS    PIC 9(06) VALUE ZEROS.
       01 W-QTDE-FAIXA      PIC 9(05) VALUE ZEROS.
       01 W-FAIXA-ANT       PIC 9(01) VALUE ZEROS.
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
      * FAIXAS DE IDADE - LIMITE SUPERIOR EM DIAS E DESCRICAO
       01 TAB-FAIXAS.
          03 FILLER          PIC 9(05) VALUE 00030.
          03 FILLER          PIC X(20) VALUE "ATE 30 DIAS".
          03 FILLER          PIC 9(05) VALUE 00090.
          03 FILLER          PIC X(20) VALUE "DE 31 A 90 DIAS".
          03 FILLER          PIC 9(05) VALUE 00180.
          03 FILLER          PIC X(20) VALUE "DE 91 A 180 DIAS".
          03 FILLER          PIC 9(05) VALUE 00365.
          03 FILLER          PIC X(20) VALUE "DE 181 A 365 DIAS".
          03 FILLER          PIC 9(05) VALUE 99999.
          03 FILLER          PIC X(20) VALUE "ACIMA DE 365 DIAS".
       01 FILLER REDEFINES TAB-FAIXAS.
          03 FAI-ITEM OCCURS 5.
             05 FAI-LIMITE   PIC 9(05).
             05 FAI-DESCR    PIC X(20).
       01 TAB-QTFAIXA.
          03 QTF-QTDE OCCURS 5 PIC 9(05).
      *
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-011".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(40) VALUE
                "OCORRENCIAS POLICIAIS ABERTAS - IDADE".
          03 FILLER          PIC X(07) VALUE "REFER: ".
          03 CAB1-REFER      PIC 99/99/9999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA       PIC 99/99/9999.
       01 CAB2.
          03 FILLER          PIC X(09) VALUE "  PLACA".
          03 FILLER          PIC X(06) VALUE "OCOR".
          03 FILLER          PIC X(05) VALUE "TIPO".
          03 FILLER          PIC X(17) VALUE "BOLETIM (B.O.)".
          03 FILLER          PIC X(32) VALUE "DELEGACIA".
          03 FILLER          PIC X(12) VALUE "DATA FATO".
          03 FILLER          PIC X(12) VALUE "ABERTA EM".
          03 FILLER          PIC X(10) VALUE "ABERTA P/".
          03 FILLER          PIC X(06) VALUE "DIAS".
          03 FILLER          PIC X(03) VALUE "SIT".
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 LINFAIXA.
          03 FILLER          PIC X(16) VALUE "FAIXA DE IDADE: ".
          03 LFAI-DESCR      PIC X(20).
       01 LINDET.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-PLACA       PIC X(07).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-NUMERO      PIC ZZ9.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 DET-TIPO        PIC X(01).
          03 FILLER          PIC X(03) VALUE SPACES.
          03 DET-BO          PIC X(15).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-DELEGACIA   PIC X(30).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-DTEVENTO    PIC 99/99/9999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-DTABERT     PIC 99/99/9999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-OPERABERT   PIC X(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-DIAS        PIC ZZZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-SITUACAO    PIC X(01).
       01 LINSUB.
          03 FILLER          PIC X(22) VALUE "TOTAL DA FAIXA:".
          03 SUB-QTDE        PIC ZZZZ9.
       01 LINRESUMO.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 RES-DESCR       PIC X(20).
          03 FILLER          PIC X(06) VALUE SPACES.
          03 RES-QTDE        PIC ZZZZ9.
       01 LINTOTAIS.
          03 FILLER          PIC X(28)
                 VALUE "OCORRENCIAS LIDAS:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-LIDOS       PIC ZZZZZ9.
       01 LINTOTAIS2.
          03 FILLER          PIC X(28)
                 VALUE "OCORRENCIAS EM ABERTO:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-ABERTAS     PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT OCOCAR
           IF ST-OCO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO OCOCAR" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCAR" TO MENS
              DISPLAY MENS
              CLOSE OCOCAR
              GO TO ROT-FIM.
           OPEN OUTPUT RELOCO
           IF ST-REL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RELOCO" TO MENS
              DISPLAY MENS
              CLOSE OCOCAR CADCAR
              GO TO ROT-FIM.
      *
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
      * A IDADE E CONTADA ATE A DATA DE REFERENCIA (NORMALMENTE O DIA
      * DA EMISSAO SEMANAL)
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD) OU ENTER P/ HOJE:"
           ACCEPT W-DATA-ENT
           IF W-DATA-ENT NOT NUMERIC
              MOVE W-DATA-SIS TO W-DATA-REF
           ELSE
              MOVE W-DATA-ENT TO W-DATA-REF.
           MOVE W-DATA-REF TO W-DT-NUM
           PERFORM ROT-DIAS THRU ROT-DIAS-FIM
           MOVE W-DIAS-CALC TO W-DIAS-REF
           MOVE ZEROS TO TAB-QTFAIXA
           MOVE W-DATA-REF (7:2) TO W-DATA-EDT (1:2)
           MOVE W-DATA-REF (5:2) TO W-DATA-EDT (4:2)
           MOVE W-DATA-REF (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB1-REFER
           MOVE W-DATA-SIS (7:2) TO W-DATA-EDT (1:2)
           MOVE W-DATA-SIS (5:2) TO W-DATA-EDT (4:2)
           MOVE W-DATA-SIS (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB1-DATA
           MOVE CAB1 TO LINRELOCO
           WRITE LINRELOCO
           MOVE CAB3 TO LINRELOCO
           WRITE LINRELOCO
           MOVE CAB2 TO LINRELOCO
           WRITE LINRELOCO
           MOVE CAB3 TO LINRELOCO
           WRITE LINRELOCO
      *
      * DENTRO DA FAIXA, AS MAIS ANTIGAS PRIMEIRO
           SORT ARQORD ON DESCENDING KEY ORD-FAIXA ORD-DIAS
                          ASCENDING  KEY ORD-PLACA ORD-NUMERO
                INPUT  PROCEDURE IS ROT-SELECIONA
                                 THRU ROT-SELECIONA-FIM
                OUTPUT PROCEDURE IS ROT-IMPRIME THRU ROT-IMPRIME-FIM
      *
           IF W-PRIMEIRA = "N"
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
      *
           CLOSE OCOCAR CADCAR RELOCO
           DISPLAY "OCORRENCIAS LIDAS    : " W-QTDE-LIDOS
           DISPLAY "OCORRENCIAS EM ABERTO: " W-QTDE-ABERTAS
           GO TO ROT-FIM.
      *
      **************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT - PERCORRE O    *
      * OCOCAR, CALCULA A IDADE DAS OCORRENCIAS ABERTAS *
      * E CLASSIFICA NA FAIXA                           *
      **************************************************
       ROT-SELECIONA.
           READ OCOCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-FIM.
           ADD 1 TO W-QTDE-LIDOS
           IF OCO-STATUS NOT = "A"
                GO TO ROT-SELECIONA.
           MOVE OCO-DTEVENTO TO W-DT-NUM
           PERFORM ROT-DIAS THRU ROT-DIAS-FIM
           MOVE W-DIAS-CALC TO W-DIAS-OCO
           MOVE ZEROS TO W-IDADE
           IF W-DIAS-REF > W-DIAS-OCO
                COMPUTE W-IDADE = W-DIAS-REF - W-DIAS-OCO.
           MOVE 1 TO W-IDX.
       ROT-SELECIONA2.
           IF W-IDADE > FAI-LIMITE (W-IDX) AND W-IDX < 5
                ADD 1 TO W-IDX
                GO TO ROT-SELECIONA2.
           MOVE W-IDX         TO ORD-FAIXA
           MOVE W-IDADE       TO ORD-DIAS
           MOVE OCO-PLACA     TO ORD-PLACA
           MOVE OCO-NUMERO    TO ORD-NUMERO
           MOVE OCO-TIPO      TO ORD-TIPO
           MOVE OCO-BO        TO ORD-BO
           MOVE OCO-DELEGACIA TO ORD-DELEGACIA
           MOVE OCO-DTEVENTO  TO ORD-DTEVENTO
           MOVE OCO-DTABERT   TO ORD-DTABERT
           MOVE OCO-OPERABERT TO ORD-OPERABERT
      * SITUACAO ATUAL NO CADASTRO - DENUNCIA OCORRENCIA ABERTA
      * PARA VEICULO QUE JA NAO ESTA MAIS EM R/S
           MOVE OCO-PLACA     TO PLACA
           MOVE "?"           TO ORD-SITUACAO
           READ CADCAR INVALID KEY
                CONTINUE.
           IF ST-ERRO = "00"
                MOVE SITUACAO TO ORD-SITUACAO.
           RELEASE REG-ORD
           GO TO ROT-SELECIONA.
       ROT-SELECIONA-FIM.
           EXIT.
      *
      **************************************
      * PROCEDIMENTO DE SAIDA DO SORT       *
      **************************************
       ROT-IMPRIME.
           RETURN ARQORD AT END
                  GO TO ROT-IMPRIME-FIM.
           ADD 1 TO W-QTDE-ABERTAS
           ADD 1 TO QTF-QTDE (ORD-FAIXA)
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              MOVE ORD-FAIXA TO W-FAIXA-ANT
              PERFORM ROT-CABFAIXA THRU ROT-CABFAIXA-FIM
           ELSE
              IF ORD-FAIXA NOT = W-FAIXA-ANT
                 PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM
                 MOVE ORD-FAIXA TO W-FAIXA-ANT
                 PERFORM ROT-CABFAIXA THRU ROT-CABFAIXA-FIM.
           MOVE ORD-PLACA     TO DET-PLACA
           MOVE ORD-NUMERO    TO DET-NUMERO
           MOVE ORD-TIPO      TO DET-TIPO
           MOVE ORD-BO        TO DET-BO
           MOVE ORD-DELEGACIA TO DET-DELEGACIA
           MOVE ORD-DTEVENTO (7:2) TO W-DATA-EDT (1:2)
           MOVE ORD-DTEVENTO (5:2) TO W-DATA-EDT (4:2)
           MOVE ORD-DTEVENTO (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT    TO DET-DTEVENTO
           MOVE ORD-DTABERT (7:2) TO W-DATA-EDT (1:2)
           MOVE ORD-DTABERT (5:2) TO W-DATA-EDT (4:2)
           MOVE ORD-DTABERT (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT    TO DET-DTABERT
           MOVE ORD-OPERABERT TO DET-OPERABERT
           MOVE ORD-DIAS      TO DET-DIAS
           MOVE ORD-SITUACAO  TO DET-SITUACAO
           MOVE LINDET        TO LINRELOCO
           WRITE LINRELOCO
           ADD 1 TO W-QTDE-FAIXA
           GO TO ROT-IMPRIME.
       ROT-IMPRIME-FIM.
           EXIT.
      *
      **************************************
      * CABECALHO DE GRUPO POR FAIXA        *
      **************************************
       ROT-CABFAIXA.
           MOVE SPACES       TO LINRELOCO
           WRITE LINRELOCO
           MOVE FAI-DESCR (W-FAIXA-ANT) TO LFAI-DESCR
           MOVE LINFAIXA     TO LINRELOCO
           WRITE LINRELOCO.
       ROT-CABFAIXA-FIM.
           EXIT.
      *
      **************************************
      * SUBTOTAL POR FAIXA                  *
      **************************************
       ROT-SUBTOTAL.
           MOVE W-QTDE-FAIXA  TO SUB-QTDE
           MOVE LINSUB        TO LINRELOCO
           WRITE LINRELOCO
           MOVE ZEROS         TO W-QTDE-FAIXA.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS FINAIS E RESUMO POR FAIXA    *
      **************************************
       ROT-TOTAIS.
           MOVE SPACES          TO LINRELOCO
           WRITE LINRELOCO
           MOVE CAB3 TO LINRELOCO
           WRITE LINRELOCO
           MOVE 1 TO W-IDX.
       ROT-TOTAIS2.
           MOVE FAI-DESCR (W-IDX) TO RES-DESCR
           MOVE QTF-QTDE (W-IDX)  TO RES-QTDE
           MOVE LINRESUMO         TO LINRELOCO
           WRITE LINRELOCO
           ADD 1 TO W-IDX
           IF W-IDX < 6
              GO TO ROT-TOTAIS2.
           MOVE CAB3 TO LINRELOCO
           WRITE LINRELOCO
           MOVE W-QTDE-LIDOS    TO TOT-LIDOS
           MOVE LINTOTAIS       TO LINRELOCO
           WRITE LINRELOCO
           MOVE W-QTDE-ABERTAS  TO TOT-ABERTAS
           MOVE LINTOTAIS2      TO LINRELOCO
           WRITE LINRELOCO.
       ROT-TOTAIS-FIM.
           EXIT.
      *
      **************************************************
      * CONVERTE A DATA EM W-DT-CALC (AAAAMMDD) NO      *
      * NUMERO DE DIAS CORRIDOS (W-DIAS-CALC), PARA     *
      * CALCULAR A IDADE PELA DIFERENCA ENTRE DATAS     *
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
       ROT-FIM.
           STOP RUN.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
