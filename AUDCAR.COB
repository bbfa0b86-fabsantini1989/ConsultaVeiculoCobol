       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCAR.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * AUDITORIA DE CONSISTENCIA DIARIO X HISTORICO X  *
      * CADASTRO - CONFERE SE TODA ALTERACAO DO CADCAR  *
      * FOI REGISTRADA NO JRNCAR E NO HSTCAR, CONDICAO  *
      * PARA CONFIAR NA REAPLICACAO (ROLL-FORWARD) DO   *
      * RSTCAR (AUDCAR.LST):                            *
      *  1 - PLACA CUJO REGCAR ATUAL DIFERE, CAMPO A    *
      *      CAMPO, DA IMAGEM DEPOIS DO ULTIMO          *
      *      MOVIMENTO DO HSTCAR (ALTERADA SEM DIARIO)  *
      *  2 - MOVIMENTOS DO PERIODO QUE NAO CASAM UM A   *
      *      UM ENTRE O JRNCAR E O HSTCAR               *
      *  3 - MOVIMENTOS DO DIARIO DE PLACAS QUE NAO     *
      *      ESTAO MAIS NO CADCAR SEM MOVIMENTO DE      *
      *      EXCLUSAO (E) OU TROCA DE PLACA (P)         *
      **************************************************
      * O CASAMENTO DO ITEM 2 E POR PLACA + DATA + HORA + OPERACAO.
      * O ITEM 3 OLHA O DIARIO INTEIRO, POIS A EXCLUSAO PODE ESTAR
      * FORA DO PERIODO. PLACA SEM NENHUM MOVIMENTO NO HSTCAR
      * (CADASTRO ANTERIOR AO DIARIO) SO E CONTADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCARSL.
           COPY JRNCARSL.
           COPY HSTCARSL.
           SELECT ARQORD ASSIGN TO DISK.
           SELECT RELAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCARFD.
           COPY JRNCARFD.
           COPY HSTCARFD.
      *
      *    ORD-TIPO: 1-MOVIMENTO DO PERIODO (ITEM 2)
      *              2-DIARIO DE PLACA FORA DO CADCAR (ITEM 3)
      *    ORD-ORIGEM: J-JRNCAR  H-HSTCAR
       SD ARQORD.
       01 REG-ORD.
          03 ORD-CHAVE.
             05 ORD-TIPO        PIC X(01).
             05 ORD-PLACA       PIC X(07).
             05 ORD-DATA        PIC 9(08).
             05 ORD-HORA        PIC X(06).
             05 ORD-OPER        PIC X(01).
          03 ORD-ORIGEM         PIC X(01).
      *
       FD RELAUD
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "AUDCAR.LST".
       01 LINRELAUD              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-JRN            PIC X(02) VALUE "00".
       01 ST-HST            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDT        PIC 99/99/9999.
       01 W-DATA-ENT        PIC X(08) VALUE SPACES.
       01 W-DTINI           PIC 9(08) VALUE ZEROS.
       01 W-DTFIM           PIC 9(08) VALUE 99999999.
       01 W-TEMHST          PIC X(01) VALUE "N".
       01 W-ALTERADA        PIC X(01) VALUE "N".
       01 W-CAMPO           PIC X(10) VALUE SPACES.
       01 W-VLHST           PIC X(38) VALUE SPACES.
       01 W-VLCAD           PIC X(38) VALUE SPACES.
       01 W-GRUPO           PIC X(23) VALUE SPACES.
       01 W-GRUPO-ANT       PIC X(23) VALUE SPACES.
       01 W-PRIMEIRA        PIC X(01) VALUE "S".
       01 W-SEC3            PIC X(01) VALUE "N".
       01 W-QT-JRN          PIC 9(05) VALUE ZEROS.
       01 W-QT-HST          PIC 9(05) VALUE ZEROS.
       01 W-QT-MOVPLACA     PIC 9(05) VALUE ZEROS.
       01 W-TEMEXC          PIC X(01) VALUE "N".
       01 W-PRIDATA         PIC 9(08) VALUE ZEROS.
       01 W-ULTDATA         PIC 9(08) VALUE ZEROS.
       01 W-ULTOPER         PIC X(01) VALUE SPACES.
       01 W-QTDE-PLACAS     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMHST     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-ALTER      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-CAMPOS     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-JRN        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-HSTP       PIC 9(06) VALUE ZEROS.
       01 W-QTDE-DESCASA    PIC 9(06) VALUE ZEROS.
       01 W-QTDE-ORFAS      PIC 9(06) VALUE ZEROS.
      *
      * IMAGEM DEPOIS DO ULTIMO MOVIMENTO DO HSTCAR, NO LEIAUTE DO
      * REGCAR, PARA A COMPARACAO CAMPO A CAMPO
       01 W-IMGHST.
          03 IMG-PLACA          PIC X(07).
          03 IMG-MARCA          PIC X(12).
          03 IMG-MODELO         PIC X(14).
          03 IMG-ANO            PIC X(04).
          03 IMG-PROPR          PIC X(38).
          03 IMG-CHASSI         PIC X(17).
          03 IMG-COR            PIC X(10).
          03 IMG-SITUACAO       PIC X(01).
          03 IMG-PROPDOC        PIC X(14).
       01 W-IMGDATA         PIC 9(08) VALUE ZEROS.
       01 W-IMGOPER         PIC X(01) VALUE SPACES.
       01 W-ANO-X           PIC X(04) VALUE SPACES.
      *
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-019".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(42) VALUE
                "AUDITORIA DIARIO X HISTORICO X CADASTRO".
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA       PIC 99/99/9999.
       01 CAB2.
          03 FILLER          PIC X(09) VALUE "PERIODO: ".
          03 CAB2-DTINI      PIC 99/99/9999.
          03 FILLER          PIC X(03) VALUE " A ".
          03 CAB2-DTFIM      PIC 99/99/9999.
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 LINSECAO.
          03 FILLER          PIC X(04) VALUE "*** ".
          03 LSEC-DESCR      PIC X(80).
       01 CABSEC1.
          03 FILLER          PIC X(09) VALUE "PLACA".
          03 FILLER          PIC X(12) VALUE "CAMPO".
          03 FILLER          PIC X(40) VALUE "ULTIMA IMAGEM DO HSTCAR".
          03 FILLER          PIC X(40) VALUE "CADCAR ATUAL".
          03 FILLER          PIC X(20) VALUE "ULTIMO MOVIMENTO".
       01 LINSEC1.
          03 LS1-PLACA       PIC X(07).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS1-CAMPO       PIC X(10).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS1-VLHST       PIC X(38).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS1-VLCAD       PIC X(38).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS1-DATA        PIC 99/99/9999.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LS1-OPER        PIC X(01).
       01 CABSEC2.
          03 FILLER          PIC X(09) VALUE "PLACA".
          03 FILLER          PIC X(12) VALUE "DATA".
          03 FILLER          PIC X(08) VALUE "HORA".
          03 FILLER          PIC X(05) VALUE "OPER".
          03 FILLER          PIC X(08) VALUE " JRNCAR".
          03 FILLER          PIC X(08) VALUE " HSTCAR".
          03 FILLER          PIC X(30) VALUE "SITUACAO".
       01 LINSEC2.
          03 LS2-PLACA       PIC X(07).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS2-DATA        PIC 99/99/9999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS2-HORA        PIC X(06).
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LS2-OPER        PIC X(01).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS2-QTJRN       PIC ZZZZ9.
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LS2-QTHST       PIC ZZZZ9.
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LS2-OBS         PIC X(30).
       01 CABSEC3.
          03 FILLER          PIC X(09) VALUE "PLACA".
          03 FILLER          PIC X(12) VALUE "MOVIMENTOS".
          03 FILLER          PIC X(12) VALUE "PRIMEIRO".
          03 FILLER          PIC X(12) VALUE "ULTIMO".
          03 FILLER          PIC X(15) VALUE "ULTIMA OPERACAO".
       01 LINSEC3.
          03 LS3-PLACA       PIC X(07).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS3-QTDE        PIC ZZZZ9.
          03 FILLER          PIC X(07) VALUE SPACES.
          03 LS3-PRIDATA     PIC 99/99/9999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS3-ULTDATA     PIC 99/99/9999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LS3-OPER        PIC X(01).
       01 LINNADA.
          03 FILLER          PIC X(30) VALUE
                "  NENHUMA OCORRENCIA".
       01 LINTOTAIS.
          03 LTOT-DESCR      PIC X(36).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LTOT-QTDE       PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD) OU ENTER:"
           ACCEPT W-DATA-ENT
           IF W-DATA-ENT NUMERIC
              MOVE W-DATA-ENT TO W-DTINI.
           MOVE SPACES TO W-DATA-ENT
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD) OU ENTER:"
           ACCEPT W-DATA-ENT
           IF W-DATA-ENT NUMERIC
              MOVE W-DATA-ENT TO W-DTFIM.
           IF W-DTFIM < W-DTINI
              MOVE "PERIODO INVALIDO" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
      *
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCAR" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           OPEN INPUT JRNCAR
           IF ST-JRN NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO JRNCAR" TO MENS
              DISPLAY MENS
              CLOSE CADCAR
              GO TO ROT-FIM.
           OPEN INPUT HSTCAR
           IF ST-HST NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO HSTCAR" TO MENS
              DISPLAY MENS
              CLOSE CADCAR JRNCAR
              GO TO ROT-FIM.
           OPEN OUTPUT RELAUD
           IF ST-REL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RELAUD" TO MENS
              DISPLAY MENS
              CLOSE CADCAR JRNCAR HSTCAR
              GO TO ROT-FIM.
      *
           MOVE W-DATA-SIS (7:2) TO W-DATA-EDT (1:2)
           MOVE W-DATA-SIS (5:2) TO W-DATA-EDT (4:2)
           MOVE W-DATA-SIS (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB1-DATA
           MOVE W-DTINI (7:2) TO W-DATA-EDT (1:2)
           MOVE W-DTINI (5:2) TO W-DATA-EDT (4:2)
           MOVE W-DTINI (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB2-DTINI
           MOVE W-DTFIM (7:2) TO W-DATA-EDT (1:2)
           MOVE W-DTFIM (5:2) TO W-DATA-EDT (4:2)
           MOVE W-DTFIM (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB2-DTFIM
           MOVE CAB1 TO LINRELAUD
           WRITE LINRELAUD
           MOVE CAB2 TO LINRELAUD
           WRITE LINRELAUD
           MOVE CAB3 TO LINRELAUD
           WRITE LINRELAUD
      *
           PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
      *
           SORT ARQORD ON ASCENDING KEY ORD-CHAVE
                INPUT  PROCEDURE IS ROT-SELECIONA
                                 THRU ROT-SELECIONA-FIM
                OUTPUT PROCEDURE IS ROT-CASA THRU ROT-CASA-FIM
      *
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
           CLOSE CADCAR JRNCAR HSTCAR RELAUD
           DISPLAY "PLACAS CONFERIDAS         : " W-QTDE-PLACAS
           DISPLAY "PLACAS ALTERADAS S/DIARIO : " W-QTDE-ALTER
           DISPLAY "MOVIMENTOS SEM PAR        : " W-QTDE-DESCASA
           DISPLAY "PLACAS FORA DO CADCAR     : " W-QTDE-ORFAS
           GO TO ROT-FIM.
      *
      **************************************************
      * ITEM 1 - COMPARA CADA REGCAR COM A IMAGEM       *
      * DEPOIS DO ULTIMO MOVIMENTO DA PLACA NO HSTCAR   *
      **************************************************
       ROT-CONFERE.
           MOVE "PLACAS ALTERADAS SEM DIARIO (ULTIMO HSTCAR X CADCAR)"
                TO LSEC-DESCR
           MOVE LINSECAO TO LINRELAUD
           WRITE LINRELAUD
           MOVE CABSEC1  TO LINRELAUD
           WRITE LINRELAUD
           MOVE CAB3     TO LINRELAUD
           WRITE LINRELAUD
           MOVE LOW-VALUES TO PLACA
           START CADCAR KEY IS NOT LESS PLACA
                 INVALID KEY GO TO ROT-CONFERE-FIM.
       ROT-CONFERE1.
           READ CADCAR NEXT RECORD AT END
                GO TO ROT-CONFERE9.
           ADD 1 TO W-QTDE-PLACAS
           PERFORM ROT-ULTHST THRU ROT-ULTHST-FIM
           IF W-TEMHST = "N"
                ADD 1 TO W-QTDE-SEMHST
                GO TO ROT-CONFERE1.
           MOVE "N" TO W-ALTERADA
           IF W-IMGHST = SPACES
                MOVE "REGISTRO"  TO W-CAMPO
                MOVE "EXCLUIDO NO HISTORICO" TO W-VLHST
                MOVE "PRESENTE NO CADASTRO"  TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM
                GO TO ROT-CONFERE2.
           IF IMG-PLACA NOT = PLACA
                MOVE "PLACA"     TO W-CAMPO
                MOVE IMG-PLACA   TO W-VLHST
                MOVE PLACA       TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM.
           IF IMG-MARCA NOT = MARCA
                MOVE "MARCA"     TO W-CAMPO
                MOVE IMG-MARCA   TO W-VLHST
                MOVE MARCA       TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM.
           IF IMG-MODELO NOT = MODELO
                MOVE "MODELO"    TO W-CAMPO
                MOVE IMG-MODELO  TO W-VLHST
                MOVE MODELO      TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM.
           MOVE ANO TO W-ANO-X
           IF IMG-ANO NOT = W-ANO-X
                MOVE "ANO"       TO W-CAMPO
                MOVE IMG-ANO     TO W-VLHST
                MOVE W-ANO-X     TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM.
           IF IMG-PROPR NOT = PROPR
                MOVE "PROPR"     TO W-CAMPO
                MOVE IMG-PROPR   TO W-VLHST
                MOVE PROPR       TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM.
           IF IMG-CHASSI NOT = CHASSI
                MOVE "CHASSI"    TO W-CAMPO
                MOVE IMG-CHASSI  TO W-VLHST
                MOVE CHASSI      TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM.
           IF IMG-COR NOT = COR
                MOVE "COR"       TO W-CAMPO
                MOVE IMG-COR     TO W-VLHST
                MOVE COR         TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM.
           IF IMG-SITUACAO NOT = SITUACAO
                MOVE "SITUACAO"  TO W-CAMPO
                MOVE IMG-SITUACAO TO W-VLHST
                MOVE SITUACAO    TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM.
           IF IMG-PROPDOC NOT = PROPDOC
                MOVE "PROPDOC"   TO W-CAMPO
                MOVE IMG-PROPDOC TO W-VLHST
                MOVE PROPDOC     TO W-VLCAD
                PERFORM ROT-DIVERGE THRU ROT-DIVERGE-FIM.
       ROT-CONFERE2.
           IF W-ALTERADA = "S"
                ADD 1 TO W-QTDE-ALTER.
           GO TO ROT-CONFERE1.
       ROT-CONFERE9.
           IF W-QTDE-ALTER = ZEROS
                MOVE LINNADA TO LINRELAUD
                WRITE LINRELAUD.
       ROT-CONFERE-FIM.
           EXIT.
      *
      **************************************************
      * LOCALIZA O ULTIMO MOVIMENTO DA PLACA NO HSTCAR  *
      * E GUARDA A IMAGEM DEPOIS EM W-IMGHST            *
      **************************************************
       ROT-ULTHST.
           MOVE "N"    TO W-TEMHST
           MOVE PLACA  TO HST-PLACA
           MOVE ZEROS  TO HST-DATA HST-SEQ
           MOVE SPACES TO HST-HORA
           START HSTCAR KEY IS NOT LESS HST-CHAVE
                 INVALID KEY GO TO ROT-ULTHST-FIM.
       ROT-ULTHST1.
           READ HSTCAR NEXT RECORD AT END
                GO TO ROT-ULTHST-FIM.
           IF HST-PLACA NOT = PLACA
                GO TO ROT-ULTHST-FIM.
           MOVE "S"          TO W-TEMHST
           MOVE HST-DEPOIS   TO W-IMGHST
           MOVE HST-DATA     TO W-IMGDATA
           MOVE HST-OPERACAO TO W-IMGOPER
           GO TO ROT-ULTHST1.
       ROT-ULTHST-FIM.
           EXIT.
      *
       ROT-DIVERGE.
           MOVE "S"       TO W-ALTERADA
           ADD 1 TO W-QTDE-CAMPOS
           MOVE PLACA     TO LS1-PLACA
           MOVE W-CAMPO   TO LS1-CAMPO
           MOVE W-VLHST   TO LS1-VLHST
           MOVE W-VLCAD   TO LS1-VLCAD
           MOVE W-IMGDATA (7:2) TO W-DATA-EDT (1:2)
           MOVE W-IMGDATA (5:2) TO W-DATA-EDT (4:2)
           MOVE W-IMGDATA (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO LS1-DATA
           MOVE W-IMGOPER TO LS1-OPER
           MOVE LINSEC1   TO LINRELAUD
           WRITE LINRELAUD.
       ROT-DIVERGE-FIM.
           EXIT.
      *
      **************************************************
      * ENTRADA DO SORT - MOVIMENTOS DO PERIODO NO      *
      * JRNCAR E NO HSTCAR (ITEM 2) E TODO O DIARIO DAS *
      * PLACAS QUE NAO ESTAO NO CADCAR (ITEM 3)         *
      **************************************************
       ROT-SELECIONA.
           READ JRNCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-HST.
           ADD 1 TO W-QTDE-JRN
           MOVE JRN-PLACA    TO ORD-PLACA
           MOVE JRN-DATA     TO ORD-DATA
           MOVE JRN-HORA     TO ORD-HORA
           MOVE JRN-OPERACAO TO ORD-OPER
           MOVE "J"          TO ORD-ORIGEM
           IF JRN-DATA NOT < W-DTINI AND JRN-DATA NOT > W-DTFIM
                MOVE "1" TO ORD-TIPO
                RELEASE REG-ORD.
           MOVE JRN-PLACA TO PLACA
           READ CADCAR INVALID KEY
                MOVE "2" TO ORD-TIPO
                RELEASE REG-ORD.
           GO TO ROT-SELECIONA.
       ROT-SELECIONA-HST.
           MOVE LOW-VALUES TO HST-CHAVE
           START HSTCAR KEY IS NOT LESS HST-CHAVE
                 INVALID KEY GO TO ROT-SELECIONA-FIM.
       ROT-SELECIONA-HST1.
           READ HSTCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-FIM.
           IF HST-DATA < W-DTINI OR HST-DATA > W-DTFIM
                GO TO ROT-SELECIONA-HST1.
           ADD 1 TO W-QTDE-HSTP
           MOVE "1"          TO ORD-TIPO
           MOVE HST-PLACA    TO ORD-PLACA
           MOVE HST-DATA     TO ORD-DATA
           MOVE HST-HORA     TO ORD-HORA
           MOVE HST-OPERACAO TO ORD-OPER
           MOVE "H"          TO ORD-ORIGEM
           RELEASE REG-ORD
           GO TO ROT-SELECIONA-HST1.
       ROT-SELECIONA-FIM.
           EXIT.
      *
      **************************************************
      * SAIDA DO SORT - CASA OS MOVIMENTOS DO PERIODO   *
      * (ITEM 2) E AGRUPA POR PLACA O DIARIO DAS PLACAS *
      * FORA DO CADCAR (ITEM 3)                         *
      **************************************************
       ROT-CASA.
           MOVE SPACES TO LINRELAUD
           WRITE LINRELAUD
           MOVE "MOVIMENTOS DO PERIODO SEM PAR ENTRE JRNCAR E HSTCAR"
                TO LSEC-DESCR
           MOVE LINSECAO TO LINRELAUD
           WRITE LINRELAUD
           MOVE CABSEC2  TO LINRELAUD
           WRITE LINRELAUD
           MOVE CAB3     TO LINRELAUD
           WRITE LINRELAUD.
       ROT-CASA1.
           RETURN ARQORD AT END
                  GO TO ROT-CASA-EOF.
           MOVE ORD-CHAVE TO W-GRUPO
           IF ORD-TIPO = "2"
              MOVE SPACES TO W-GRUPO (9:15).
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              MOVE W-GRUPO TO W-GRUPO-ANT
              PERFORM ROT-ABREGRP THRU ROT-ABREGRP-FIM
           ELSE
              IF W-GRUPO NOT = W-GRUPO-ANT
                 PERFORM ROT-FECHAGRP THRU ROT-FECHAGRP-FIM
                 MOVE W-GRUPO TO W-GRUPO-ANT
                 PERFORM ROT-ABREGRP THRU ROT-ABREGRP-FIM.
           IF ORD-TIPO = "2"
              GO TO ROT-CASA2.
           IF ORD-ORIGEM = "J"
              ADD 1 TO W-QT-JRN
           ELSE
              ADD 1 TO W-QT-HST.
           GO TO ROT-CASA1.
       ROT-CASA2.
           ADD 1 TO W-QT-MOVPLACA
           IF W-PRIDATA = ZEROS
              MOVE ORD-DATA TO W-PRIDATA.
           MOVE ORD-DATA TO W-ULTDATA
           MOVE ORD-OPER TO W-ULTOPER
           IF ORD-OPER = "E" OR "P"
              MOVE "S" TO W-TEMEXC.
           GO TO ROT-CASA1.
       ROT-CASA-EOF.
           IF W-PRIMEIRA = "N"
              PERFORM ROT-FECHAGRP THRU ROT-FECHAGRP-FIM.
           IF W-SEC3 = "N"
              PERFORM ROT-CABSEC3 THRU ROT-CABSEC3-FIM.
           IF W-QTDE-ORFAS = ZEROS
              MOVE LINNADA TO LINRELAUD
              WRITE LINRELAUD.
       ROT-CASA-FIM.
           EXIT.
      *
       ROT-ABREGRP.
           MOVE ZEROS  TO W-QT-JRN W-QT-HST W-QT-MOVPLACA
                          W-PRIDATA W-ULTDATA
           MOVE SPACES TO W-ULTOPER
           MOVE "N"    TO W-TEMEXC
           IF ORD-TIPO = "2" AND W-SEC3 = "N"
              PERFORM ROT-CABSEC3 THRU ROT-CABSEC3-FIM.
       ROT-ABREGRP-FIM.
           EXIT.
      *
      * FECHA A SECAO DO ITEM 2 E ABRE A DO ITEM 3
       ROT-CABSEC3.
           MOVE "S" TO W-SEC3
           IF W-QTDE-DESCASA = ZEROS
              MOVE LINNADA TO LINRELAUD
              WRITE LINRELAUD.
           MOVE SPACES TO LINRELAUD
           WRITE LINRELAUD
           MOVE "DIARIO DE PLACAS FORA DO CADCAR SEM MOVIMENTO E/P"
                TO LSEC-DESCR
           MOVE LINSECAO TO LINRELAUD
           WRITE LINRELAUD
           MOVE CABSEC3  TO LINRELAUD
           WRITE LINRELAUD
           MOVE CAB3     TO LINRELAUD
           WRITE LINRELAUD.
       ROT-CABSEC3-FIM.
           EXIT.
      *
      **************************************************
      * FECHA O GRUPO - IMPRIME O MOVIMENTO SEM PAR OU  *
      * A PLACA FORA DO CADCAR SEM EXCLUSAO/TROCA       *
      **************************************************
       ROT-FECHAGRP.
           IF W-GRUPO-ANT (1:1) = "2"
              GO TO ROT-FECHAGRP3.
           IF W-QT-JRN = W-QT-HST
              GO TO ROT-FECHAGRP-FIM.
           ADD 1 TO W-QTDE-DESCASA
           MOVE W-GRUPO-ANT (2:7) TO LS2-PLACA
           MOVE W-GRUPO-ANT (15:2) TO W-DATA-EDT (1:2)
           MOVE W-GRUPO-ANT (13:2) TO W-DATA-EDT (4:2)
           MOVE W-GRUPO-ANT (9:4)  TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT         TO LS2-DATA
           MOVE W-GRUPO-ANT (17:6) TO LS2-HORA
           MOVE W-GRUPO-ANT (23:1) TO LS2-OPER
           MOVE W-QT-JRN           TO LS2-QTJRN
           MOVE W-QT-HST           TO LS2-QTHST
           IF W-QT-HST = ZEROS
              MOVE "SO NO DIARIO (JRNCAR)"     TO LS2-OBS
           ELSE
              IF W-QT-JRN = ZEROS
                 MOVE "SO NO HISTORICO (HSTCAR)" TO LS2-OBS
              ELSE
                 MOVE "QUANTIDADES DIFERENTES"   TO LS2-OBS.
           MOVE LINSEC2 TO LINRELAUD
           WRITE LINRELAUD
           GO TO ROT-FECHAGRP-FIM.
       ROT-FECHAGRP3.
           IF W-TEMEXC = "S"
              GO TO ROT-FECHAGRP-FIM.
           ADD 1 TO W-QTDE-ORFAS
           MOVE W-GRUPO-ANT (2:7) TO LS3-PLACA
           MOVE W-QT-MOVPLACA     TO LS3-QTDE
           MOVE W-PRIDATA (7:2) TO W-DATA-EDT (1:2)
           MOVE W-PRIDATA (5:2) TO W-DATA-EDT (4:2)
           MOVE W-PRIDATA (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT      TO LS3-PRIDATA
           MOVE W-ULTDATA (7:2) TO W-DATA-EDT (1:2)
           MOVE W-ULTDATA (5:2) TO W-DATA-EDT (4:2)
           MOVE W-ULTDATA (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT      TO LS3-ULTDATA
           MOVE W-ULTOPER       TO LS3-OPER
           MOVE LINSEC3 TO LINRELAUD
           WRITE LINRELAUD.
       ROT-FECHAGRP-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS FINAIS                       *
      **************************************
       ROT-TOTAIS.
           MOVE SPACES          TO LINRELAUD
           WRITE LINRELAUD
           MOVE CAB3 TO LINRELAUD
           WRITE LINRELAUD
           MOVE "PLACAS CONFERIDAS NO CADCAR:"     TO LTOT-DESCR
           MOVE W-QTDE-PLACAS   TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELAUD
           WRITE LINRELAUD
           MOVE "PLACAS SEM MOVIMENTO NO HSTCAR:"  TO LTOT-DESCR
           MOVE W-QTDE-SEMHST   TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELAUD
           WRITE LINRELAUD
           MOVE "PLACAS ALTERADAS SEM DIARIO:"     TO LTOT-DESCR
           MOVE W-QTDE-ALTER    TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELAUD
           WRITE LINRELAUD
           MOVE "CAMPOS DIVERGENTES:"              TO LTOT-DESCR
           MOVE W-QTDE-CAMPOS   TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELAUD
           WRITE LINRELAUD
           MOVE "MOVIMENTOS LIDOS DO JRNCAR:"      TO LTOT-DESCR
           MOVE W-QTDE-JRN      TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELAUD
           WRITE LINRELAUD
           MOVE "MOVIMENTOS DO PERIODO NO HSTCAR:" TO LTOT-DESCR
           MOVE W-QTDE-HSTP     TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELAUD
           WRITE LINRELAUD
           MOVE "MOVIMENTOS SEM CORRESPONDENCIA:"  TO LTOT-DESCR
           MOVE W-QTDE-DESCASA  TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELAUD
           WRITE LINRELAUD
           MOVE "PLACAS FORA DO CADCAR S/ EXCLUSAO:" TO LTOT-DESCR
           MOVE W-QTDE-ORFAS    TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELAUD
           WRITE LINRELAUD.
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
