       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAPR.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * RELATORIO DIARIO DAS SOLICITACOES DE OPERACOES  *
      * SENSIVEIS (SOLCAR) - LISTA AS APROVADAS E AS    *
      * REJEITADAS NAS ULTIMAS 24 HORAS E AS QUE ESTAO  *
      * PENDENTES HA MAIS DE 24 HORAS, COM O TEMPO DE   *
      * ESPERA, PARA A SUPERVISAO COBRAR A DECISAO      *
      * (RELAPR.LST)                                    *
      **************************************************
      * PASSO DO CICLO NOTURNO (NOTCAR). RETURN-CODE:
      *   0 = NENHUMA SOLICITACAO PENDENTE HA MAIS DE 24 HORAS
      *   4 = HA SOLICITACOES PARADAS (A NOITE FICA EM ALERTA)
      *   8 = ERRO DE ABERTURA DE ARQUIVO
      * AS 24 HORAS SAO CONTADAS ATE A DATA/HORA DA EXECUCAO, E NAO
      * PELO DIA CIVIL, PARA O RELATORIO NAO DEPENDER DO HORARIO EM
      * QUE O CICLO RODA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SOLCARSL.
           SELECT ARQORD ASSIGN TO DISK.
           SELECT RELAPR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY SOLCARFD.
      *
       SD ARQORD.
       01 REG-ORD.
          03 ORD-GRUPO          PIC 9(01).
          03 ORD-NUMERO         PIC 9(08).
          03 ORD-TIPO           PIC X(01).
          03 ORD-PLACA          PIC X(07).
          03 ORD-SOLICIT        PIC X(08).
          03 ORD-DTSOL          PIC 9(08).
          03 ORD-HRSOL          PIC X(06).
          03 ORD-APROVADOR      PIC X(08).
          03 ORD-DTDEC          PIC 9(08).
          03 ORD-HRDEC          PIC X(06).
          03 ORD-OBS            PIC X(30).
      *
       FD RELAPR
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "RELAPR.LST".
       01 LINRELAPR              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SOL            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-TEMSOL          PIC X(01) VALUE "N".
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDT        PIC 99/99/9999.
       01 W-MIN-AGORA       PIC 9(10) VALUE ZEROS.
       01 W-MIN-CALC        PIC 9(10) VALUE ZEROS.
       01 W-ESPERA          PIC 9(10) VALUE ZEROS.
       01 W-HORAS           PIC 9(05) VALUE ZEROS.
       01 W-HORAS-EDT       PIC ZZZZ9.
       01 W-HR-CALC.
          03 W-HR-HH           PIC 9(02).
          03 W-HR-MM           PIC 9(02).
          03 W-HR-SS           PIC 9(02).
       01 W-QTDE-LIDAS      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-PEND       PIC 9(06) VALUE ZEROS.
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
          03 FILLER          PIC X(40) VALUE
                "APROVADAS NAS ULTIMAS 24 HORAS".
          03 FILLER          PIC X(40) VALUE
                "REJEITADAS NAS ULTIMAS 24 HORAS".
          03 FILLER          PIC X(40) VALUE
                "PENDENTES HA MAIS DE 24 HORAS".
       01 FILLER REDEFINES TAB-GRUPOS.
          03 GRU-DESCR OCCURS 3 PIC X(40).
       01 TAB-QTGRUPO.
          03 QTG-QTDE OCCURS 3 PIC 9(06).
      *
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-015".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(42) VALUE
                "SOLICITACOES DE OPERACOES SENSIVEIS".
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA       PIC 99/99/9999.
       01 CAB2.
          03 FILLER          PIC X(10) VALUE "NUMERO".
          03 FILLER          PIC X(24) VALUE "OPERACAO".
          03 FILLER          PIC X(09) VALUE "PLACA".
          03 FILLER          PIC X(10) VALUE "SOLICIT.".
          03 FILLER          PIC X(18) VALUE "PEDIDO EM".
          03 FILLER          PIC X(10) VALUE "APROVADOR".
          03 FILLER          PIC X(18) VALUE "DECIDIDO EM".
          03 FILLER          PIC X(30) VALUE "MOTIVO/OBSERVACAO".
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 LINGRUPO.
          03 FILLER          PIC X(04) VALUE "*** ".
          03 LGRU-DESCR      PIC X(40).
       01 LINDET.
          03 DET-NUMERO      PIC 9(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-TIPO        PIC X(22).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-PLACA       PIC X(07).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-SOLICIT     PIC X(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-DTSOL       PIC X(16).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-APROVADOR   PIC X(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-DTDEC       PIC X(16).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-OBS         PIC X(30).
       01 W-DTHR-EDT.
          03 W-DTHR-DATA     PIC 99/99/9999.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 W-DTHR-HH       PIC X(02).
          03 FILLER          PIC X(01) VALUE ":".
          03 W-DTHR-MM       PIC X(02).
       01 W-OBS-ESPERA.
          03 FILLER          PIC X(15) VALUE "EM ESPERA HA ".
          03 W-OBS-HORAS     PIC ZZZZ9.
          03 FILLER          PIC X(06) VALUE " HORAS".
       01 LINSUB.
          03 FILLER          PIC X(22) VALUE "TOTAL DO GRUPO:".
          03 SUB-QTDE        PIC ZZZZZ9.
       01 LINRESUMO.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 RES-DESCR       PIC X(40).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 RES-QTDE        PIC ZZZZZ9.
       01 LINTOTAIS.
          03 FILLER          PIC X(28)
                 VALUE "SOLICITACOES LIDAS:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-LIDAS       PIC ZZZZZ9.
       01 LINTOTAIS2.
          03 FILLER          PIC X(28)
                 VALUE "PENDENTES (TODAS):".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-PEND        PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT SOLCAR
           IF ST-SOL = "00"
              MOVE "S" TO W-TEMSOL
           ELSE
              IF ST-SOL NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO SOLCAR" TO MENS
                 DISPLAY MENS
                 GO TO ROT-FIMERRO.
           OPEN OUTPUT RELAPR
           IF ST-REL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RELAPR" TO MENS
              DISPLAY MENS
              IF W-TEMSOL = "S"
                 CLOSE SOLCAR
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
           MOVE CAB1 TO LINRELAPR
           WRITE LINRELAPR
           MOVE CAB3 TO LINRELAPR
           WRITE LINRELAPR
           MOVE CAB2 TO LINRELAPR
           WRITE LINRELAPR
           MOVE CAB3 TO LINRELAPR
           WRITE LINRELAPR
      *
           SORT ARQORD ON ASCENDING KEY ORD-GRUPO ORD-NUMERO
                INPUT  PROCEDURE IS ROT-SELECIONA
                                 THRU ROT-SELECIONA-FIM
                OUTPUT PROCEDURE IS ROT-IMPRIME THRU ROT-IMPRIME-FIM
      *
           IF W-PRIMEIRA = "N"
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
      *
           IF W-TEMSOL = "S"
              CLOSE SOLCAR.
           CLOSE RELAPR
           DISPLAY "SOLICITACOES LIDAS   : " W-QTDE-LIDAS
           DISPLAY "APROVADAS EM 24H     : " QTG-QTDE (1)
           DISPLAY "REJEITADAS EM 24H    : " QTG-QTDE (2)
           DISPLAY "PENDENTES HA + DE 24H: " QTG-QTDE (3)
           IF QTG-QTDE (3) > ZEROS
              GO TO ROT-FIMALERTA.
           GO TO ROT-FIM.
      *
      **************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT - PERCORRE O    *
      * SOLCAR E CLASSIFICA CADA SOLICITACAO NO GRUPO   *
      **************************************************
       ROT-SELECIONA.
           IF W-TEMSOL = "N"
              GO TO ROT-SELECIONA-FIM.
       ROT-SELECIONA1.
           READ SOLCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-FIM.
      * REGISTRO DE CONTROLE DA NUMERACAO
           IF SOL-NUMERO = ZEROS
              GO TO ROT-SELECIONA1.
           ADD 1 TO W-QTDE-LIDAS
           MOVE SPACES TO ORD-OBS
           IF SOL-STATUS = "P"
              GO TO ROT-SELECIONA-PEND.
           MOVE SOL-DTDEC TO W-DT-NUM
           MOVE SOL-HRDEC TO W-HR-CALC
           PERFORM ROT-MINUTOS THRU ROT-MINUTOS-FIM
           IF W-MIN-CALC > W-MIN-AGORA
              GO TO ROT-SELECIONA1.
           COMPUTE W-ESPERA = W-MIN-AGORA - W-MIN-CALC
           IF W-ESPERA > 1440
              GO TO ROT-SELECIONA1.
           IF SOL-STATUS = "A"
              MOVE 1 TO ORD-GRUPO
              MOVE SOL-MOTIVO TO ORD-OBS
           ELSE
              MOVE 2 TO ORD-GRUPO
              MOVE SOL-MOTREJ TO ORD-OBS.
           GO TO ROT-SELECIONA-LIB.
       ROT-SELECIONA-PEND.
           ADD 1 TO W-QTDE-PEND
           MOVE SOL-DTSOL TO W-DT-NUM
           MOVE SOL-HRSOL TO W-HR-CALC
           PERFORM ROT-MINUTOS THRU ROT-MINUTOS-FIM
           IF W-MIN-CALC > W-MIN-AGORA
              GO TO ROT-SELECIONA1.
           COMPUTE W-ESPERA = W-MIN-AGORA - W-MIN-CALC
           IF W-ESPERA NOT > 1440
              GO TO ROT-SELECIONA1.
           DIVIDE W-ESPERA BY 60 GIVING W-HORAS
           MOVE W-HORAS TO W-OBS-HORAS
           MOVE W-OBS-ESPERA TO ORD-OBS
           MOVE 3 TO ORD-GRUPO.
       ROT-SELECIONA-LIB.
           MOVE SOL-NUMERO    TO ORD-NUMERO
           MOVE SOL-TIPO      TO ORD-TIPO
           MOVE SOL-PLACA     TO ORD-PLACA
           MOVE SOL-SOLICIT   TO ORD-SOLICIT
           MOVE SOL-DTSOL     TO ORD-DTSOL
           MOVE SOL-HRSOL     TO ORD-HRSOL
           MOVE SOL-APROVADOR TO ORD-APROVADOR
           MOVE SOL-DTDEC     TO ORD-DTDEC
           MOVE SOL-HRDEC     TO ORD-HRDEC
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
           MOVE ORD-NUMERO    TO DET-NUMERO
           MOVE "?"           TO DET-TIPO
           IF ORD-TIPO = "R"
              MOVE "ENCERRAMENTO ROUBO" TO DET-TIPO.
           IF ORD-TIPO = "B"
              MOVE "BAIXA DEFINITIVA"   TO DET-TIPO.
           IF ORD-TIPO = "E"
              MOVE "EXCLUSAO CADASTRO"  TO DET-TIPO.
           MOVE ORD-PLACA     TO DET-PLACA
           MOVE ORD-SOLICIT   TO DET-SOLICIT
           MOVE ORD-DTSOL (7:2) TO W-DATA-EDT (1:2)
           MOVE ORD-DTSOL (5:2) TO W-DATA-EDT (4:2)
           MOVE ORD-DTSOL (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT       TO W-DTHR-DATA
           MOVE ORD-HRSOL (1:2)  TO W-DTHR-HH
           MOVE ORD-HRSOL (3:2)  TO W-DTHR-MM
           MOVE W-DTHR-EDT       TO DET-DTSOL
           MOVE SPACES           TO DET-APROVADOR DET-DTDEC
           IF ORD-GRUPO NOT = 3
              MOVE ORD-APROVADOR    TO DET-APROVADOR
              MOVE ORD-DTDEC (7:2)  TO W-DATA-EDT (1:2)
              MOVE ORD-DTDEC (5:2)  TO W-DATA-EDT (4:2)
              MOVE ORD-DTDEC (1:4)  TO W-DATA-EDT (7:4)
              MOVE W-DATA-EDT       TO W-DTHR-DATA
              MOVE ORD-HRDEC (1:2)  TO W-DTHR-HH
              MOVE ORD-HRDEC (3:2)  TO W-DTHR-MM
              MOVE W-DTHR-EDT       TO DET-DTDEC.
           MOVE ORD-OBS       TO DET-OBS
           MOVE LINDET        TO LINRELAPR
           WRITE LINRELAPR
           ADD 1 TO W-QTDE-GRUPO
           GO TO ROT-IMPRIME.
       ROT-IMPRIME-FIM.
           EXIT.
      *
      **************************************
      * CABECALHO DE GRUPO                  *
      **************************************
       ROT-CABGRUPO.
           MOVE SPACES       TO LINRELAPR
           WRITE LINRELAPR
           MOVE GRU-DESCR (W-GRUPO-ANT) TO LGRU-DESCR
           MOVE LINGRUPO     TO LINRELAPR
           WRITE LINRELAPR.
       ROT-CABGRUPO-FIM.
           EXIT.
      *
      **************************************
      * SUBTOTAL POR GRUPO                  *
      **************************************
       ROT-SUBTOTAL.
           MOVE W-QTDE-GRUPO  TO SUB-QTDE
           MOVE LINSUB        TO LINRELAPR
           WRITE LINRELAPR
           MOVE ZEROS         TO W-QTDE-GRUPO.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS FINAIS E RESUMO POR GRUPO    *
      **************************************
       ROT-TOTAIS.
           MOVE SPACES          TO LINRELAPR
           WRITE LINRELAPR
           MOVE CAB3 TO LINRELAPR
           WRITE LINRELAPR
           MOVE 1 TO W-IDX.
       ROT-TOTAIS2.
           MOVE GRU-DESCR (W-IDX) TO RES-DESCR
           MOVE QTG-QTDE (W-IDX)  TO RES-QTDE
           MOVE LINRESUMO         TO LINRELAPR
           WRITE LINRELAPR
           ADD 1 TO W-IDX
           IF W-IDX < 4
              GO TO ROT-TOTAIS2.
           MOVE CAB3 TO LINRELAPR
           WRITE LINRELAPR
           MOVE W-QTDE-LIDAS    TO TOT-LIDAS
           MOVE LINTOTAIS       TO LINRELAPR
           WRITE LINRELAPR
           MOVE W-QTDE-PEND     TO TOT-PEND
           MOVE LINTOTAIS2      TO LINRELAPR
           WRITE LINRELAPR.
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
      * O ENCERRAMENTO COM SOLICITACOES PARADAS DEVOLVE RETURN-CODE 4
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
