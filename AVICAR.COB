       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVICAR.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * NOTIFICACAO MENSAL DE DEBITOS AOS PROPRIETARIOS *
      * - AGRUPA POR CPF/CNPJ (PROPDOC) OS EXERCICIOS   *
      * DE LICENCIAMENTO VENCIDOS DO LICCAR E AS MULTAS *
      * ABERTAS DO MULCAR DE TODOS OS VEICULOS DO       *
      * PROPRIETARIO E EMITE UMA CARTA POR PROPRIETARIO *
      * (AVICAR.LST), COM NOME E ENDERECO DO PROCAR, A  *
      * TABELA DAS PENDENCIAS E O TOTAL DEVIDO          *
      **************************************************
      * PROPRIETARIO SEM ENDERECO, CPF/CNPJ SEM CADASTRO NO PROCAR E
      * VEICULO SEM PROPDOC NAO RECEBEM CARTA: OS ITENS VAO PARA A
      * LISTA DE EXCECOES (AVIEXC.LST) E SAO NOTIFICADOS NO MES EM QUE
      * O CADASTRO FOR ACERTADO.
      * CADA ITEM NOTIFICADO E GRAVADO NO NTFCAR COM O CPF/CNPJ E A
      * DATA DA CARTA; ITEM JA GRAVADO NAO E NOTIFICADO DE NOVO.
      * O LICCAR NAO GUARDA VALOR: O VALOR DA TAXA DE LICENCIAMENTO DO
      * PERIODO E INFORMADO NA EXECUCAO. A MULTA NAO TEM VENCIMENTO NO
      * MULCAR: A CARTA MOSTRA A DATA DA INFRACAO.
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
           COPY PROCARSL.
           COPY NTFCARSL.
           SELECT ARQORD ASSIGN TO DISK.
           SELECT RELAVI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           SELECT RELEXC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EXC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCARFD.
           COPY LICCARFD.
           COPY MULCARFD.
           COPY PROCARFD.
           COPY NTFCARFD.
      *
       SD ARQORD.
       01 REG-ORD.
          03 ORD-PROPDOC        PIC X(14).
          03 ORD-PLACA          PIC X(07).
          03 ORD-TIPO           PIC X(01).
          03 ORD-ITEM           PIC X(10).
          03 ORD-PROPR          PIC X(38).
          03 ORD-VENCTO         PIC 9(08).
          03 ORD-VALOR          PIC 9(07)V99.
          03 ORD-DESCR          PIC X(30).
      *
       FD RELAVI
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "AVICAR.LST".
       01 LINRELAVI              PIC X(132).
      *
       FD RELEXC
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "AVIEXC.LST".
       01 LINRELEXC              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-LIC            PIC X(02) VALUE "00".
       01 ST-MUL            PIC X(02) VALUE "00".
       01 ST-PRO            PIC X(02) VALUE "00".
       01 ST-NTF            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-EXC            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-DATA-SIS.
          03 W-ANO-SIS         PIC 9(04).
          03 W-MES-SIS         PIC 9(02).
          03 W-DIA-SIS         PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-SIS PIC 9(08).
       01 W-DATA-EDT         PIC 99/99/9999.
       01 W-TAXA-ENT         PIC X(07) VALUE SPACES.
       01 W-TAXA             PIC 9(05)V99 VALUE ZEROS.
       01 W-TAXA-N REDEFINES W-TAXA PIC 9(07).
       01 W-TAXA-EDT         PIC ZZ.ZZ9,99.
       01 W-DOC-ANT          PIC X(14) VALUE SPACES.
       01 W-GRP-ABERTO       PIC X(01) VALUE "N".
      *    W-DESTINO: C-CARTA  E-EXCECAO
       01 W-DESTINO          PIC X(01) VALUE SPACES.
       01 W-MOTEXC           PIC X(30) VALUE SPACES.
       01 W-NOME             PIC X(38) VALUE SPACES.
       01 W-ITEM-CARTA       PIC 9(03) VALUE ZEROS.
       01 W-TOTAL-CARTA      PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDE-LIC         PIC 9(06) VALUE ZEROS.
       01 W-QTDE-MUL         PIC 9(06) VALUE ZEROS.
       01 W-QTDE-JANOTIF     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMCAD      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-CARTAS      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-NOTIF       PIC 9(06) VALUE ZEROS.
       01 W-QTDE-PROPEXC     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-ITEXC       PIC 9(06) VALUE ZEROS.
       01 W-VALOR-NOTIF      PIC 9(11)V99 VALUE ZEROS.
      *
      *************************
      * CARTA DE NOTIFICACAO  *
      *************************
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-016".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(42) VALUE
                "NOTIFICACAO DE DEBITOS VEICULARES".
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA       PIC 99/99/9999.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 FILLER          PIC X(07) VALUE "CARTA: ".
          03 CAB1-CARTA      PIC 9(06).
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 CAB4.
          03 FILLER          PIC X(132) VALUE ALL "=".
       01 LINDEST1.
          03 FILLER          PIC X(14) VALUE "DESTINATARIO: ".
          03 LDST-NOME       PIC X(38).
          03 FILLER          PIC X(12) VALUE "  CPF/CNPJ: ".
          03 LDST-DOC        PIC X(14).
       01 LINDEST2.
          03 FILLER          PIC X(14) VALUE "ENDERECO....: ".
          03 LDST-ENDER      PIC X(40).
       01 LINTEXTO.
          03 LTXT-TEXTO      PIC X(100).
       01 CABITEM.
          03 FILLER          PIC X(05) VALUE "ITEM".
          03 FILLER          PIC X(09) VALUE "PLACA".
          03 FILLER          PIC X(15) VALUE "PENDENCIA".
          03 FILLER          PIC X(12) VALUE "REFERENCIA".
          03 FILLER          PIC X(32) VALUE "DESCRICAO".
          03 FILLER          PIC X(12) VALUE "VENC./DATA".
          03 FILLER          PIC X(13) VALUE "   VALOR (R$)".
       01 LINITEM.
          03 LIT-ITEM        PIC ZZ9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LIT-PLACA       PIC X(07).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LIT-PEND        PIC X(13).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LIT-REF         PIC X(10).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LIT-DESCR       PIC X(30).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LIT-VENCTO      PIC 99/99/9999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LIT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01 LINTOTCARTA.
          03 FILLER          PIC X(71) VALUE SPACES.
          03 FILLER          PIC X(14) VALUE "TOTAL DEVIDO: ".
          03 LTC-TOTAL       PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
      *************************
      * LISTA DE EXCECOES     *
      *************************
       01 CABEXC1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-017".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(42) VALUE
                "NOTIFICACOES NAO EMITIDAS - EXCECOES".
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CABEXC1-DATA    PIC 99/99/9999.
       01 CABEXC2.
          03 FILLER          PIC X(15) VALUE "CPF/CNPJ".
          03 FILLER          PIC X(40) VALUE "PROPRIETARIO".
          03 FILLER          PIC X(08) VALUE "PLACA".
          03 FILLER          PIC X(15) VALUE "PENDENCIA".
          03 FILLER          PIC X(12) VALUE "REFERENCIA".
          03 FILLER          PIC X(12) VALUE "VALOR (R$)".
          03 FILLER          PIC X(30) VALUE "MOTIVO".
       01 LINEXC.
          03 LEXC-DOC        PIC X(14).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LEXC-NOME       PIC X(38).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEXC-PLACA      PIC X(07).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LEXC-PEND       PIC X(13).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEXC-REF        PIC X(10).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEXC-VALOR      PIC ZZZ.ZZ9,99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEXC-MOTIVO     PIC X(30).
       01 LINTOTAIS.
          03 LTOT-DESCR      PIC X(28).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LTOT-QTDE       PIC ZZZZZ9.
       01 LINTOTAIS2.
          03 FILLER          PIC X(28)
                 VALUE "VALOR TOTAL NOTIFICADO:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           DISPLAY "VALOR DA TAXA DE LICENCIAMENTO EM CENTAVOS"
           DISPLAY "(7 DIGITOS, EX.: 0015000 = 150,00):"
           ACCEPT W-TAXA-ENT
           IF W-TAXA-ENT NOT NUMERIC
              MOVE "VALOR DA TAXA INVALIDO" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           MOVE W-TAXA-ENT TO W-TAXA-N
           MOVE W-TAXA     TO W-TAXA-EDT
           DISPLAY "TAXA DE LICENCIAMENTO: " W-TAXA-EDT
      *
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCAR" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           OPEN INPUT LICCAR
           IF ST-LIC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO LICCAR" TO MENS
              DISPLAY MENS
              CLOSE CADCAR
              GO TO ROT-FIM.
           OPEN INPUT MULCAR
           IF ST-MUL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO MULCAR" TO MENS
              DISPLAY MENS
              CLOSE CADCAR LICCAR
              GO TO ROT-FIM.
           OPEN INPUT PROCAR
           IF ST-PRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO PROCAR" TO MENS
              DISPLAY MENS
              CLOSE CADCAR LICCAR MULCAR
              GO TO ROT-FIM.
           OPEN I-O NTFCAR
           IF ST-NTF NOT = "00"
              IF ST-NTF = "35"
                 OPEN OUTPUT NTFCAR
                 CLOSE NTFCAR
                 OPEN I-O NTFCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO NTFCAR" TO MENS
                 DISPLAY MENS
                 CLOSE CADCAR LICCAR MULCAR PROCAR
                 GO TO ROT-FIM.
           OPEN OUTPUT RELAVI
           IF ST-REL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO AVICAR.LST" TO MENS
              DISPLAY MENS
              CLOSE CADCAR LICCAR MULCAR PROCAR NTFCAR
              GO TO ROT-FIM.
           OPEN OUTPUT RELEXC
           IF ST-EXC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO AVIEXC.LST" TO MENS
              DISPLAY MENS
              CLOSE CADCAR LICCAR MULCAR PROCAR NTFCAR RELAVI
              GO TO ROT-FIM.
      *
           MOVE W-DIA-SIS TO W-DATA-EDT (1:2)
           MOVE W-MES-SIS TO W-DATA-EDT (4:2)
           MOVE W-ANO-SIS TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB1-DATA CABEXC1-DATA
           MOVE CABEXC1 TO LINRELEXC
           WRITE LINRELEXC
           MOVE CAB3 TO LINRELEXC
           WRITE LINRELEXC
           MOVE CABEXC2 TO LINRELEXC
           WRITE LINRELEXC
           MOVE CAB3 TO LINRELEXC
           WRITE LINRELEXC
      *
           SORT ARQORD ON ASCENDING KEY ORD-PROPDOC ORD-PLACA
                                        ORD-TIPO ORD-ITEM
                INPUT  PROCEDURE IS ROT-SELECIONA
                                 THRU ROT-SELECIONA-FIM
                OUTPUT PROCEDURE IS ROT-EMITE THRU ROT-EMITE-FIM
      *
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
           CLOSE CADCAR LICCAR MULCAR PROCAR NTFCAR RELAVI RELEXC
           DISPLAY "LICENCIAMENTOS VENCIDOS   : " W-QTDE-LIC
           DISPLAY "MULTAS ABERTAS            : " W-QTDE-MUL
           DISPLAY "ITENS JA NOTIFICADOS      : " W-QTDE-JANOTIF
           DISPLAY "CARTAS EMITIDAS           : " W-QTDE-CARTAS
           DISPLAY "ITENS NOTIFICADOS         : " W-QTDE-NOTIF
           DISPLAY "PROPRIETARIOS EM EXCECAO  : " W-QTDE-PROPEXC
           GO TO ROT-FIM.
      *
      **************************************************
      * ENTRADA DO SORT - VARRE OS EXERCICIOS VENCIDOS  *
      * DO LICCAR E AS MULTAS ABERTAS DO MULCAR E       *
      * LIBERA OS AINDA NAO NOTIFICADOS SOB O CPF/CNPJ  *
      * DO PROPRIETARIO ATUAL DA PLACA                  *
      **************************************************
       ROT-SELECIONA.
           MOVE LOW-VALUES TO LIC-CHAVE
           START LICCAR KEY IS NOT LESS LIC-CHAVE
                 INVALID KEY GO TO ROT-SELECIONA-MUL.
       ROT-SELECIONA-LIC.
           READ LICCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-MUL.
           IF LIC-STATUS NOT = "A"
                GO TO ROT-SELECIONA-LIC.
           IF LIC-VENCTO = ZEROS OR LIC-VENCTO NOT < W-DATA-NUM
                GO TO ROT-SELECIONA-LIC.
           ADD 1 TO W-QTDE-LIC
           MOVE "L"        TO ORD-TIPO
           MOVE LIC-PLACA  TO ORD-PLACA
           MOVE SPACES     TO ORD-ITEM
           MOVE LIC-EXERC  TO ORD-ITEM (1:4)
           MOVE LIC-VENCTO TO ORD-VENCTO
           MOVE W-TAXA     TO ORD-VALOR
           MOVE SPACES     TO ORD-DESCR
           STRING "LICENCIAMENTO ANUAL " DELIMITED BY SIZE
                  LIC-EXERC              DELIMITED BY SIZE
                  INTO ORD-DESCR
           PERFORM ROT-LIBERA THRU ROT-LIBERA-FIM
           GO TO ROT-SELECIONA-LIC.
      *
       ROT-SELECIONA-MUL.
           MOVE LOW-VALUES TO MUL-CHAVE
           START MULCAR KEY IS NOT LESS MUL-CHAVE
                 INVALID KEY GO TO ROT-SELECIONA-FIM.
       ROT-SELECIONA-MUL2.
           READ MULCAR NEXT RECORD AT END
                GO TO ROT-SELECIONA-FIM.
           IF MUL-STATUS NOT = "A"
                GO TO ROT-SELECIONA-MUL2.
           ADD 1 TO W-QTDE-MUL
           MOVE "M"        TO ORD-TIPO
           MOVE MUL-PLACA  TO ORD-PLACA
           MOVE MUL-AUTO   TO ORD-ITEM
           MOVE MUL-DATA   TO ORD-VENCTO
           MOVE MUL-VALOR  TO ORD-VALOR
           MOVE MUL-DESCR  TO ORD-DESCR
           PERFORM ROT-LIBERA THRU ROT-LIBERA-FIM
           GO TO ROT-SELECIONA-MUL2.
       ROT-SELECIONA-FIM.
           EXIT.
      *
      **************************************************
      * LIBERA O ITEM - DESPREZA O JA NOTIFICADO E O DE *
      * PLACA FORA DO CADCAR; ITEM DE VEICULO SEM       *
      * PROPDOC SEGUE COM O CPF/CNPJ EM BRANCO (EXCECAO)*
      **************************************************
       ROT-LIBERA.
           MOVE ORD-TIPO  TO NTF-TIPO
           MOVE ORD-PLACA TO NTF-PLACA
           MOVE ORD-ITEM  TO NTF-ITEM
           READ NTFCAR INVALID KEY
                GO TO ROT-LIBERA2.
           ADD 1 TO W-QTDE-JANOTIF
           GO TO ROT-LIBERA-FIM.
       ROT-LIBERA2.
           MOVE ORD-PLACA TO PLACA
           READ CADCAR INVALID KEY
                ADD 1 TO W-QTDE-SEMCAD
                GO TO ROT-LIBERA-FIM.
           MOVE PROPDOC   TO ORD-PROPDOC
           MOVE PROPR     TO ORD-PROPR
           RELEASE REG-ORD.
       ROT-LIBERA-FIM.
           EXIT.
      *
      **************************************************
      * SAIDA DO SORT - UMA CARTA POR CPF/CNPJ, OU AS   *
      * LINHAS DE EXCECAO QUANDO NAO HA ENDERECO        *
      **************************************************
       ROT-EMITE.
           RETURN ARQORD AT END
                  GO TO ROT-EMITE-EOF.
           IF W-GRP-ABERTO = "N"
              MOVE "S" TO W-GRP-ABERTO
              MOVE ORD-PROPDOC TO W-DOC-ANT
              PERFORM ROT-ABREGRP THRU ROT-ABREGRP-FIM.
           IF ORD-PROPDOC NOT = W-DOC-ANT
              PERFORM ROT-FECHAGRP THRU ROT-FECHAGRP-FIM
              MOVE ORD-PROPDOC TO W-DOC-ANT
              PERFORM ROT-ABREGRP THRU ROT-ABREGRP-FIM.
           IF W-DESTINO = "C"
              PERFORM ROT-ITEMCARTA THRU ROT-ITEMCARTA-FIM
           ELSE
              PERFORM ROT-ITEMEXC THRU ROT-ITEMEXC-FIM.
           GO TO ROT-EMITE.
       ROT-EMITE-EOF.
           IF W-GRP-ABERTO = "S"
              PERFORM ROT-FECHAGRP THRU ROT-FECHAGRP-FIM.
       ROT-EMITE-FIM.
           EXIT.
      *
      **************************************************
      * ABRE O GRUPO DE UM CPF/CNPJ - DECIDE ENTRE      *
      * CARTA E EXCECAO E IMPRIME O CABECALHO DA CARTA  *
      **************************************************
       ROT-ABREGRP.
           MOVE ZEROS  TO W-ITEM-CARTA W-TOTAL-CARTA
           MOVE "E"    TO W-DESTINO
           MOVE ORD-PROPR TO W-NOME
           IF ORD-PROPDOC = SPACES
              MOVE "VEICULO SEM CPF/CNPJ (PROPDOC)" TO W-MOTEXC
              GO TO ROT-ABREGRP-EXC.
           MOVE ORD-PROPDOC TO PRO-DOC
           READ PROCAR INVALID KEY
                MOVE "CPF/CNPJ SEM CADASTRO (PROCAR)" TO W-MOTEXC
                GO TO ROT-ABREGRP-EXC.
           MOVE PRO-NOME TO W-NOME
           IF PRO-ENDER = SPACES
              MOVE "PROPRIETARIO SEM ENDERECO" TO W-MOTEXC
              GO TO ROT-ABREGRP-EXC.
      *
           MOVE "C" TO W-DESTINO
           ADD 1 TO W-QTDE-CARTAS
           MOVE W-QTDE-CARTAS TO CAB1-CARTA
           MOVE CAB4 TO LINRELAVI
           WRITE LINRELAVI
           MOVE CAB1 TO LINRELAVI
           WRITE LINRELAVI
           MOVE CAB4 TO LINRELAVI
           WRITE LINRELAVI
           MOVE SPACES TO LINRELAVI
           WRITE LINRELAVI
           MOVE PRO-NOME    TO LDST-NOME
           MOVE ORD-PROPDOC TO LDST-DOC
           MOVE LINDEST1    TO LINRELAVI
           WRITE LINRELAVI
           MOVE PRO-ENDER   TO LDST-ENDER
           MOVE LINDEST2    TO LINRELAVI
           WRITE LINRELAVI
           MOVE SPACES TO LINRELAVI
           WRITE LINRELAVI
           MOVE SPACES TO LTXT-TEXTO
           STRING "PREZADO(A) PROPRIETARIO(A), CONSTAM NESTE CADASTRO "
                       DELIMITED BY SIZE
                  "AS SEGUINTES PENDENCIAS DOS VEICULOS EM SEU NOME:"
                       DELIMITED BY SIZE
                  INTO LTXT-TEXTO
           MOVE LINTEXTO TO LINRELAVI
           WRITE LINRELAVI
           MOVE SPACES TO LINRELAVI
           WRITE LINRELAVI
           MOVE CABITEM TO LINRELAVI
           WRITE LINRELAVI
           MOVE CAB3 TO LINRELAVI
           WRITE LINRELAVI
           GO TO ROT-ABREGRP-FIM.
       ROT-ABREGRP-EXC.
           ADD 1 TO W-QTDE-PROPEXC.
       ROT-ABREGRP-FIM.
           EXIT.
      *
      **************************************************
      * LINHA DA TABELA DE PENDENCIAS DA CARTA E        *
      * REGISTRO DA NOTIFICACAO DO ITEM NO NTFCAR       *
      **************************************************
       ROT-ITEMCARTA.
           ADD 1 TO W-ITEM-CARTA
           MOVE W-ITEM-CARTA TO LIT-ITEM
           MOVE ORD-PLACA    TO LIT-PLACA
           IF ORD-TIPO = "L"
              MOVE "LICENCIAMENTO" TO LIT-PEND
           ELSE
              MOVE "MULTA"        TO LIT-PEND.
           MOVE ORD-ITEM     TO LIT-REF
           MOVE ORD-DESCR    TO LIT-DESCR
           MOVE ORD-VENCTO (7:2) TO W-DATA-EDT (1:2)
           MOVE ORD-VENCTO (5:2) TO W-DATA-EDT (4:2)
           MOVE ORD-VENCTO (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT   TO LIT-VENCTO
           MOVE ORD-VALOR    TO LIT-VALOR
           MOVE LINITEM      TO LINRELAVI
           WRITE LINRELAVI
           ADD ORD-VALOR TO W-TOTAL-CARTA W-VALOR-NOTIF
           ADD 1 TO W-QTDE-NOTIF
      *
           MOVE ORD-TIPO     TO NTF-TIPO
           MOVE ORD-PLACA    TO NTF-PLACA
           MOVE ORD-ITEM     TO NTF-ITEM
           MOVE ORD-PROPDOC  TO NTF-PROPDOC
           MOVE W-DATA-NUM   TO NTF-DATA
           MOVE ORD-VENCTO   TO NTF-VENCTO
           MOVE ORD-VALOR    TO NTF-VALOR
           MOVE ORD-DESCR    TO NTF-DESCR
           WRITE REGNTF INVALID KEY
                MOVE "*** ERRO NA GRAVACAO DO NTFCAR ***" TO MENS
                DISPLAY MENS " " NTF-CHAVE.
       ROT-ITEMCARTA-FIM.
           EXIT.
      *
      **************************************************
      * LINHA DA LISTA DE EXCECOES                      *
      **************************************************
       ROT-ITEMEXC.
           ADD 1 TO W-QTDE-ITEXC
           MOVE ORD-PROPDOC  TO LEXC-DOC
      * SEM CPF/CNPJ TODOS OS VEICULOS CAEM NO MESMO GRUPO - O NOME
      * VEM DE CADA VEICULO
           IF ORD-PROPDOC = SPACES
              MOVE ORD-PROPR    TO LEXC-NOME
           ELSE
              MOVE W-NOME       TO LEXC-NOME.
           MOVE ORD-PLACA    TO LEXC-PLACA
           IF ORD-TIPO = "L"
              MOVE "LICENCIAMENTO" TO LEXC-PEND
           ELSE
              MOVE "MULTA"        TO LEXC-PEND.
           MOVE ORD-ITEM     TO LEXC-REF
           MOVE ORD-VALOR    TO LEXC-VALOR
           MOVE W-MOTEXC     TO LEXC-MOTIVO
           MOVE LINEXC       TO LINRELEXC
           WRITE LINRELEXC.
       ROT-ITEMEXC-FIM.
           EXIT.
      *
      **************************************************
      * FECHA O GRUPO - TOTAL E TEXTO FINAL DA CARTA    *
      **************************************************
       ROT-FECHAGRP.
           IF W-DESTINO NOT = "C"
              GO TO ROT-FECHAGRP-FIM.
           MOVE CAB3 TO LINRELAVI
           WRITE LINRELAVI
           MOVE W-TOTAL-CARTA TO LTC-TOTAL
           MOVE LINTOTCARTA   TO LINRELAVI
           WRITE LINRELAVI
           MOVE SPACES TO LINRELAVI
           WRITE LINRELAVI
           MOVE SPACES TO LTXT-TEXTO
           STRING "REGULARIZE AS PENDENCIAS ACIMA NO PRAZO DE 30 DIAS "
                       DELIMITED BY SIZE
                  "A CONTAR DO RECEBIMENTO DESTA NOTIFICACAO."
                       DELIMITED BY SIZE
                  INTO LTXT-TEXTO
           MOVE LINTEXTO TO LINRELAVI
           WRITE LINRELAVI
           MOVE SPACES TO LTXT-TEXTO
           STRING "CASO JA TENHAM SIDO QUITADAS, DESCONSIDERE ESTE "
                       DELIMITED BY SIZE
                  "AVISO."
                       DELIMITED BY SIZE
                  INTO LTXT-TEXTO
           MOVE LINTEXTO TO LINRELAVI
           WRITE LINRELAVI
           MOVE SPACES TO LINRELAVI
           WRITE LINRELAVI
           WRITE LINRELAVI.
       ROT-FECHAGRP-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS FINAIS (LISTA DE EXCECOES)   *
      **************************************
       ROT-TOTAIS.
           MOVE SPACES          TO LINRELEXC
           WRITE LINRELEXC
           MOVE CAB3 TO LINRELEXC
           WRITE LINRELEXC
           MOVE "LICENCIAMENTOS VENCIDOS:" TO LTOT-DESCR
           MOVE W-QTDE-LIC      TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELEXC
           WRITE LINRELEXC
           MOVE "MULTAS ABERTAS:"          TO LTOT-DESCR
           MOVE W-QTDE-MUL      TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELEXC
           WRITE LINRELEXC
           MOVE "ITENS JA NOTIFICADOS:"    TO LTOT-DESCR
           MOVE W-QTDE-JANOTIF  TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELEXC
           WRITE LINRELEXC
           MOVE "PLACAS SEM CADASTRO:"     TO LTOT-DESCR
           MOVE W-QTDE-SEMCAD   TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELEXC
           WRITE LINRELEXC
           MOVE "CARTAS EMITIDAS:"         TO LTOT-DESCR
           MOVE W-QTDE-CARTAS   TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELEXC
           WRITE LINRELEXC
           MOVE "ITENS NOTIFICADOS:"       TO LTOT-DESCR
           MOVE W-QTDE-NOTIF    TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELEXC
           WRITE LINRELEXC
           MOVE "PROPRIETARIOS EM EXCECAO:" TO LTOT-DESCR
           MOVE W-QTDE-PROPEXC  TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELEXC
           WRITE LINRELEXC
           MOVE "ITENS EM EXCECAO:"        TO LTOT-DESCR
           MOVE W-QTDE-ITEXC    TO LTOT-QTDE
           MOVE LINTOTAIS       TO LINRELEXC
           WRITE LINRELEXC
           MOVE W-VALOR-NOTIF   TO TOT-VALOR
           MOVE LINTOTAIS2      TO LINRELEXC
           WRITE LINRELEXC.
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
