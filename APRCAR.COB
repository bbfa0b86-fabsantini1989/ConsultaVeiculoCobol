       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRCAR.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * APROVACAO DAS OPERACOES SENSIVEIS PENDENTES NO  *
      * SOLCAR (ENCERRAMENTO DE ROUBO/FURTO, BAIXA      *
      * DEFINITIVA E EXCLUSAO DO CADCAR). UM SEGUNDO    *
      * OPERADOR NIVEL 3, DIFERENTE DO SOLICITANTE,     *
      * APROVA OU REJEITA O PEDIDO; SO NA APROVACAO A   *
      * OPERACAO E APLICADA AO CADCAR (E AO OCOCAR OU   *
      * BAXCAR) E GRAVADA NO DIARIO JRNCAR E NO         *
      * HISTORICO HSTCAR                                *
      **************************************************
      * ACESSIVEL APENAS PELO MENU GERAL (MENUCAR), NIVEL 3.
      * A APROVACAO SO APLICA O PEDIDO SE O REGCAR AINDA ESTA IGUAL A
      * IMAGEM GRAVADA NA SOLICITACAO; SE O VEICULO MUDOU DEPOIS DO
      * PEDIDO, A SOLICITACAO DEVE SER REJEITADA E FEITA DE NOVO.
      * NO DIARIO, O OPERADOR DA OPERACAO E O APROVADOR; O
      * SOLICITANTE FICA NO SOLCAR (E NO OCOCAR/BAXCAR).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCARSL.
           COPY SOLCARSL.
           COPY OCOCARSL.
           COPY BAXCARSL.
           COPY JRNCARSL.
           COPY HSTCARSL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCARFD.
           COPY SOLCARFD.
           COPY OCOCARFD.
           COPY BAXCARFD.
           COPY JRNCARFD.
           COPY HSTCARFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT            PIC 9(06) VALUE ZEROS.
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-SOL            PIC X(02) VALUE "00".
       01 ST-OCO            PIC X(02) VALUE "00".
       01 ST-BAX            PIC X(02) VALUE "00".
       01 ST-JRN            PIC X(02) VALUE "00".
       01 ST-HST            PIC X(02) VALUE "00".
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-OPERJRN         PIC X(01) VALUE SPACES.
       01 W-REGANT          PIC X(117) VALUE SPACES.
       01 W-REGDEP          PIC X(117) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDT        PIC 99/99/9999.
       01 W-NUMERO          PIC 9(08) VALUE ZEROS.
       01 W-ULTMOSTRADA     PIC 9(08) VALUE ZEROS.
       01 W-VOLTA           PIC X(01) VALUE "N".
       01 W-TEMCAR          PIC X(01) VALUE "N".
       01 W-MOTREJ          PIC X(30) VALUE SPACES.
       01 W-TIPODESCR       PIC X(40) VALUE SPACES.
       01 MENS              PIC X(50) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 NUMENTR           PIC 9(08) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 PAR-OPERADOR      PIC X(08).
      *
      ******************
      * ROTINA DE TELA *
      ******************
      *
       SCREEN SECTION.
       01  TELAAPR2.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 01  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 02  COLUMN 01
               VALUE  "--------------------- APROVACAO DE OPERA".
           05  LINE 02  COLUMN 41
               VALUE  "COES PENDENTES --------------------------".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " SOLICITACAO:".
           05  LINE 06  COLUMN 01
               VALUE  " OPERACAO....:".
           05  LINE 07  COLUMN 01
               VALUE  " PLACA.......:".
           05  LINE 08  COLUMN 01
               VALUE  " SOLICITANTE.:".
           05  LINE 08  COLUMN 26
               VALUE  "EM".
           05  LINE 09  COLUMN 01
               VALUE  " MOTIVO/B.O..:".
           05  LINE 13  COLUMN 01
               VALUE  " VEICULO.....:".
           05  LINE 14  COLUMN 01
               VALUE  " PROPRIETARIO:".
           05  LINE 15  COLUMN 01
               VALUE  " SITUACAO....:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TNUMENTR
               LINE 04  COLUMN 15  PIC 9(08)
               USING  NUMENTR.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PAR-OPERADOR.
       INICIO.
           MOVE PAR-OPERADOR TO W-OPERADOR.
      *
       INC-OP1.
           OPEN I-O CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O SOLCAR
           IF ST-SOL NOT = "00"
              IF ST-SOL = "35"
      * AINDA NAO HOUVE SOLICITACOES - CRIA O ARQUIVO VAZIO
                 OPEN OUTPUT SOLCAR
                 CLOSE SOLCAR
                 OPEN I-O SOLCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO SOLCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 GO TO ROT-FIM2.
           OPEN I-O OCOCAR
           IF ST-OCO NOT = "00"
              IF ST-OCO = "35"
                 OPEN OUTPUT OCOCAR
                 CLOSE OCOCAR
                 OPEN I-O OCOCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO OCOCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE SOLCAR
                 GO TO ROT-FIM2.
           OPEN I-O BAXCAR
           IF ST-BAX NOT = "00"
              IF ST-BAX = "35"
                 OPEN OUTPUT BAXCAR
                 CLOSE BAXCAR
                 OPEN I-O BAXCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO BAXCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE SOLCAR
                 CLOSE OCOCAR
                 GO TO ROT-FIM2.
           OPEN EXTEND JRNCAR
           IF ST-JRN NOT = "00"
              IF ST-JRN = "35"
                 OPEN OUTPUT JRNCAR
                 CLOSE JRNCAR
                 OPEN EXTEND JRNCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO JRNCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE SOLCAR
                 CLOSE OCOCAR
                 CLOSE BAXCAR
                 GO TO ROT-FIM2.
           OPEN I-O HSTCAR
           IF ST-HST NOT = "00"
              IF ST-HST = "35"
      * HISTORICO INDEXADO AINDA NAO EXISTE - CRIA VAZIO
                 OPEN OUTPUT HSTCAR
                 CLOSE HSTCAR
                 OPEN I-O HSTCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO HSTCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
                 CLOSE SOLCAR
                 CLOSE OCOCAR
                 CLOSE BAXCAR
                 CLOSE JRNCAR
                 GO TO ROT-FIM2.
      *
       INC-001.
           MOVE ZEROS TO NUMENTR
           DISPLAY  TELAAPR2.
       INC-001A.
           DISPLAY (23, 13)
            "NUMERO OU ZEROS P/ PROXIMA PENDENTE  F1=ENCERRA"
           ACCEPT TNUMENTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO ROT-FIM.
           IF W-ACT > 02
                      MOVE "*** FUNCAO NAO DEFINIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
           IF NUMENTR = ZEROS
                      GO TO ROT-PROXIMA.
           MOVE NUMENTR TO SOL-NUMERO
           READ SOLCAR INVALID KEY
                MOVE "*** SOLICITACAO NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           GO TO INC-MOSTRA.
      *
      **************************************************
      * PROXIMA SOLICITACAO PENDENTE APOS A ULTIMA      *
      * MOSTRADA; NO FIM DO ARQUIVO RECOMECA DO INICIO  *
      **************************************************
       ROT-PROXIMA.
           MOVE "N" TO W-VOLTA
           ADD 1 W-ULTMOSTRADA GIVING SOL-NUMERO.
       ROT-PROXIMA1.
           START SOLCAR KEY IS NOT LESS SOL-NUMERO INVALID KEY
                 GO TO ROT-PROXIMA3.
       ROT-PROXIMA2.
           READ SOLCAR NEXT RECORD AT END
                GO TO ROT-PROXIMA3.
           IF SOL-NUMERO = ZEROS OR SOL-STATUS NOT = "P"
                GO TO ROT-PROXIMA2.
           GO TO INC-MOSTRA.
       ROT-PROXIMA3.
           IF W-VOLTA = "N" AND W-ULTMOSTRADA > ZEROS
                MOVE "S"   TO W-VOLTA
                MOVE 1     TO SOL-NUMERO
                GO TO ROT-PROXIMA1.
           MOVE ZEROS TO W-ULTMOSTRADA
           MOVE "*** NAO HA SOLICITACOES PENDENTES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      **************************************************
      * MOSTRA A SOLICITACAO E O VEICULO E PEDE A       *
      * DECISAO                                         *
      **************************************************
       INC-MOSTRA.
           IF SOL-NUMERO = ZEROS
                MOVE "*** SOLICITACAO NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE SOL-NUMERO TO NUMENTR W-NUMERO W-ULTMOSTRADA
           DISPLAY TELAAPR2
           DISPLAY TNUMENTR
           PERFORM ROT-TIPODESCR THRU ROT-TIPODESCR-FIM
           DISPLAY (06, 16) W-TIPODESCR
           DISPLAY (07, 16) SOL-PLACA
           DISPLAY (08, 16) SOL-SOLICIT
           MOVE SOL-DTSOL (7:2) TO W-DATA-EDT (1:2)
           MOVE SOL-DTSOL (5:2) TO W-DATA-EDT (4:2)
           MOVE SOL-DTSOL (1:4) TO W-DATA-EDT (7:4)
           DISPLAY (08, 29) W-DATA-EDT
           DISPLAY (08, 40) SOL-HRSOL
           DISPLAY (09, 16) SOL-MOTIVO
           IF SOL-TIPO = "R"
                MOVE SOL-DTRECUP (7:2) TO W-DATA-EDT (1:2)
                MOVE SOL-DTRECUP (5:2) TO W-DATA-EDT (4:2)
                MOVE SOL-DTRECUP (1:4) TO W-DATA-EDT (7:4)
                DISPLAY (10, 01) " RECUPERACAO.: "
                DISPLAY (10, 16) W-DATA-EDT
                DISPLAY (10, 28) "RECEBIDO POR "
                DISPLAY (10, 41) SOL-RECEBEDOR
                DISPLAY (11, 01) " TERMO.......: "
                DISPLAY (11, 16) SOL-TERMO
                DISPLAY (11, 33) "OCORRENCIA "
                DISPLAY (11, 44) SOL-OCONUM.
           MOVE "S" TO W-TEMCAR
           MOVE SOL-PLACA TO PLACA
           READ CADCAR INVALID KEY
                MOVE "N" TO W-TEMCAR.
           IF W-TEMCAR = "S"
                DISPLAY (13, 16) MARCA
                DISPLAY (13, 29) MODELO
                DISPLAY (14, 16) PROPR
                DISPLAY (15, 16) SITUACAO
           ELSE
                DISPLAY (13, 16) "*** PLACA NAO ESTA NO CADASTRO ***".
           IF SOL-STATUS NOT = "P"
                GO TO INC-DECIDIDA.
           IF SOL-SOLICIT = W-OPERADOR
                MOVE "*** PEDIDO SEU - SO OUTRO OPERADOR DECIDE ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-CONTINUA.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "OPCAO: A=APROVA R=REJEITA N=NAO DECIDE => "
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 55) W-OPCAO WITH UPDATE
           IF W-OPCAO = "A"
                      GO TO ROT-APROVA.
           IF W-OPCAO = "R"
                      GO TO ROT-REJEITA.
           GO TO INC-001.
      *
      * SOLICITACAO JA DECIDIDA - SO MOSTRA A DECISAO
       INC-DECIDIDA.
           IF SOL-STATUS = "A"
                DISPLAY (17, 01) " APROVADA EM "
           ELSE
                DISPLAY (17, 01) " REJEITADA EM ".
           MOVE SOL-DTDEC (7:2) TO W-DATA-EDT (1:2)
           MOVE SOL-DTDEC (5:2) TO W-DATA-EDT (4:2)
           MOVE SOL-DTDEC (1:4) TO W-DATA-EDT (7:4)
           DISPLAY (17, 16) W-DATA-EDT
           DISPLAY (17, 27) "POR "
           DISPLAY (17, 31) SOL-APROVADOR
           IF SOL-STATUS = "R"
                DISPLAY (18, 01) " MOTIVO......: "
                DISPLAY (18, 16) SOL-MOTREJ.
       INC-CONTINUA.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "TECLE ENTER P/ CONTINUAR"
           ACCEPT (23, 38) W-OPCAO
           GO TO INC-001.
      *
      **************************************************
      * REJEICAO - REGISTRA O MOTIVO; NADA E APLICADO   *
      **************************************************
       ROT-REJEITA.
           DISPLAY (17, 01) " MOTIVO DA REJEICAO: "
           MOVE SPACES TO W-MOTREJ
           ACCEPT (17, 22) W-MOTREJ WITH UPDATE
           IF W-MOTREJ = SPACES
                MOVE "*** DIGITE O MOTIVO DA REJEICAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-REJEITA.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) " *** CONFIRMA REJEICAO : . ***"
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 37) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S"
                MOVE "*** DECISAO CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
       ROT-REJEITA2.
           PERFORM ROT-RELESOL THRU ROT-RELESOL-FIM
           IF SOL-STATUS NOT = "P"
                GO TO INC-001.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE "R"              TO SOL-STATUS
           MOVE W-OPERADOR       TO SOL-APROVADOR
           MOVE W-DATA-SIS       TO SOL-DTDEC
           MOVE W-HORA-SIS (1:6) TO SOL-HRDEC
           MOVE W-MOTREJ         TO SOL-MOTREJ
           REWRITE REGSOL INVALID KEY
                MOVE "*** ERRO NA GRAVACAO DA SOLICITACAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE "*** SOLICITACAO REJEITADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      **************************************************
      * APROVACAO - CONFERE QUE O VEICULO NAO MUDOU     *
      * DESDE O PEDIDO E APLICA A OPERACAO              *
      **************************************************
       ROT-APROVA.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) " *** CONFIRMA APROVACAO : . ***"
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 38) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S"
                MOVE "*** DECISAO CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           PERFORM ROT-RELESOL THRU ROT-RELESOL-FIM
           IF SOL-STATUS NOT = "P"
                GO TO INC-001.
           MOVE SOL-PLACA TO PLACA
           READ CADCAR INVALID KEY
                MOVE "*** VEICULO FORA DO CADASTRO - REJEITE ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      * OCORRENCIA ABERTA DEPOIS DO PEDIDO - BAIXA OU EXCLUSAO DEIXARIA
      * A OCORRENCIA SEM VEICULO; O PEDIDO E REJEITADO AUTOMATICAMENTE
           IF (SOL-TIPO = "B" OR "E") AND (SITUACAO = "R" OR "S")
                MOVE "*** VEICULO COM OCORRENCIA ABERTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "VEICULO COM OCORRENCIA ABERTA" TO W-MOTREJ
                GO TO ROT-REJEITA2.
           IF REGCAR NOT = SOL-REGCAR
                MOVE "*** VEICULO ALTERADO APOS O PEDIDO - REJEITE ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE REGCAR TO W-REGANT
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           IF SOL-TIPO = "B"
                GO TO ROT-APLICA-B.
           IF SOL-TIPO = "E"
                GO TO ROT-APLICA-E.
           IF SOL-TIPO = "R"
                GO TO ROT-APLICA-R.
           MOVE "*** TIPO DE OPERACAO DESCONHECIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      * BAIXA DEFINITIVA - SITUACAO B E REGISTRO NO BAXCAR
       ROT-APLICA-B.
           MOVE "B" TO SITUACAO
           REWRITE REGCAR INVALID KEY
                 MOVE "*** ERRO NA ATUALIZACAO DO CADCAR ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           PERFORM ROT-GRAVABAX THRU ROT-GRAVABAX-FIM
           MOVE REGCAR TO W-REGDEP
           MOVE "B"    TO W-OPERJRN
           PERFORM ROT-JRN THRU ROT-JRN-FIM
           GO TO ROT-APROVADA.
      *
      * EXCLUSAO DO REGISTRO DO CADCAR
       ROT-APLICA-E.
           DELETE CADCAR INVALID KEY
                 MOVE "*** ERRO NA EXCLUSAO DO REGISTRO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           MOVE SPACES TO W-REGDEP
           MOVE "E"    TO W-OPERJRN
           PERFORM ROT-JRN THRU ROT-JRN-FIM
           GO TO ROT-APROVADA.
      *
      * ENCERRAMENTO DA OCORRENCIA DE ROUBO/FURTO - GRAVA A
      * RECUPERACAO NO OCOCAR E DEVOLVE A SITUACAO A
       ROT-APLICA-R.
           MOVE SOL-PLACA  TO OCO-PLACA
           MOVE SOL-OCONUM TO OCO-NUMERO
           READ OCOCAR INVALID KEY
                MOVE "*** OCORRENCIA NAO ENCONTRADA - REJEITE ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF OCO-STATUS NOT = "A"
                MOVE "*** OCORRENCIA JA ENCERRADA - REJEITE ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE SOL-DTRECUP   TO OCO-DTRECUP
           MOVE SOL-RECEBEDOR TO OCO-RECEBEDOR
           MOVE SOL-TERMO     TO OCO-TERMO
           MOVE W-DATA-SIS    TO OCO-DTENCER
           MOVE SOL-SOLICIT   TO OCO-OPERENCER
           MOVE "E"           TO OCO-STATUS
           REWRITE REGOCO INVALID KEY
                MOVE "*** ERRO NO ENCERRAMENTO DA OCORRENCIA ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF SITUACAO = "R" OR "S"
                MOVE "A" TO SITUACAO
                REWRITE REGCAR INVALID KEY
                     MOVE "*** ERRO NA ATUALIZACAO DO CADCAR ***"
                          TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-001.
           MOVE REGCAR TO W-REGDEP
           MOVE "R"    TO W-OPERJRN
           PERFORM ROT-JRN THRU ROT-JRN-FIM
           GO TO ROT-APROVADA.
      *
      * MARCA A SOLICITACAO COMO APROVADA
       ROT-APROVADA.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE "A"              TO SOL-STATUS
           MOVE W-OPERADOR       TO SOL-APROVADOR
           MOVE W-DATA-SIS       TO SOL-DTDEC
           MOVE W-HORA-SIS (1:6) TO SOL-HRDEC
           MOVE SPACES           TO SOL-MOTREJ
           REWRITE REGSOL INVALID KEY
                MOVE "*** ERRO NA GRAVACAO DA SOLICITACAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE "*** SOLICITACAO APROVADA E APLICADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      **************************************************
      * RELE A SOLICITACAO ANTES DE GRAVAR A DECISAO -  *
      * OUTRO APROVADOR PODE TER DECIDIDO NESSE MEIO    *
      * TEMPO                                           *
      **************************************************
       ROT-RELESOL.
           MOVE W-NUMERO TO SOL-NUMERO
           READ SOLCAR INVALID KEY
                MOVE "*** SOLICITACAO NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE SPACES TO SOL-STATUS
                GO TO ROT-RELESOL-FIM.
           IF SOL-STATUS NOT = "P"
                MOVE "*** SOLICITACAO JA DECIDIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-RELESOL-FIM.
           EXIT.
      *
      **************************************************
      * DESCRICAO DO TIPO DA SOLICITACAO                *
      **************************************************
       ROT-TIPODESCR.
           MOVE "?" TO W-TIPODESCR
           IF SOL-TIPO = "R"
                MOVE "ENCERRAMENTO DE ROUBO/FURTO (R -> A)"
                     TO W-TIPODESCR.
           IF SOL-TIPO = "B"
                MOVE "BAIXA DEFINITIVA" TO W-TIPODESCR.
           IF SOL-TIPO = "E"
                MOVE "EXCLUSAO DO CADASTRO" TO W-TIPODESCR.
       ROT-TIPODESCR-FIM.
           EXIT.
      *
      **************************************************
      * GRAVA A DATA E O MOTIVO DA BAIXA NO BAXCAR      *
      **************************************************
       ROT-GRAVABAX.
           MOVE SOL-PLACA   TO BAX-PLACA
           MOVE W-DATA-SIS  TO BAX-DATA
           MOVE SOL-MOTIVO  TO BAX-MOTIVO
           MOVE SOL-SOLICIT TO BAX-OPERADOR
           WRITE REGBAX INVALID KEY
      * A PLACA JA TEVE BAIXA REGISTRADA NO PASSADO (VEICULO
      * REATIVADO E BAIXADO DE NOVO) - ATUALIZA O REGISTRO
                 REWRITE REGBAX.
       ROT-GRAVABAX-FIM.
           EXIT.
      *
      ***********************
      * ROTINA DE AUDITORIA *
      ***********************
      * GRAVA NO DIARIO JRNCAR A IMAGEM DO REGCAR ANTES (W-REGANT) E
      * DEPOIS (W-REGDEP) DA OPERACAO APROVADA (W-OPERJRN)
      *
       ROT-JRN.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-OPERADOR    TO JRN-OPERADOR
           MOVE W-DATA-SIS    TO JRN-DATA
           MOVE W-HORA-SIS (1:6) TO JRN-HORA
           MOVE W-OPERJRN     TO JRN-OPERACAO
           MOVE SOL-PLACA     TO JRN-PLACA
           MOVE W-REGANT      TO JRN-ANTES
           MOVE W-REGDEP      TO JRN-DEPOIS
           WRITE REGJRN
           PERFORM ROT-HST THRU ROT-HST-FIM.
       ROT-JRN-FIM.
           EXIT.
      *
      **************************************************
      * GRAVA O MESMO MOVIMENTO NO HISTORICO INDEXADO   *
      * POR PLACA (HSTCAR), USADO PELA CONSULTA DE      *
      * HISTORICO; HST-SEQ DESEMPATA MOVIMENTOS DA      *
      * MESMA PLACA NO MESMO SEGUNDO                    *
      **************************************************
       ROT-HST.
           MOVE JRN-PLACA     TO HST-PLACA
           MOVE JRN-DATA      TO HST-DATA
           MOVE JRN-HORA      TO HST-HORA
           MOVE ZEROS         TO HST-SEQ
           MOVE JRN-OPERADOR  TO HST-OPERADOR
           MOVE JRN-OPERACAO  TO HST-OPERACAO
           MOVE JRN-ANTES     TO HST-ANTES
           MOVE JRN-DEPOIS    TO HST-DEPOIS.
       ROT-HST2.
           WRITE REGHST INVALID KEY
                 ADD 1 TO HST-SEQ
                 GO TO ROT-HST2.
       ROT-HST-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCAR.
           CLOSE SOLCAR.
           CLOSE OCOCAR.
           CLOSE BAXCAR.
           CLOSE JRNCAR.
           CLOSE HSTCAR.
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
