       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMOCO.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * OCORRENCIAS POLICIAIS (BOLETIM DE OCORRENCIA)   *
      * POR PLACA. A ABERTURA DA OCORRENCIA (B.O.,      *
      * DELEGACIA, DATA DO FATO E TIPO R/S) PASSA O     *
      * VEICULO PARA A SITUACAO R OU S E O ENCERRAMENTO,*
      * COM O REGISTRO DA RECUPERACAO/LIBERACAO (QUEM   *
      * RECEBEU, QUANDO E O TERMO), O DEVOLVE A         *
      * SITUACAO A. AMBOS GRAVAM O ANTES/DEPOIS NO      *
      * DIARIO JRNCAR E NO HISTORICO HSTCAR             *
      **************************************************
      * O ENCERRAMENTO DE ROUBO/FURTO (R->A) NAO E APLICADO AQUI: O
      * PEDIDO VAI PARA O SOLCAR E SO E EFETIVADO QUANDO OUTRO
      * OPERADOR NIVEL 3 APROVA (APRCAR). A APREENSAO (S) E ENCERRADA
      * DIRETAMENTE.
      * ACESSIVEL APENAS PELO MENU GERAL (MENUCAR), NIVEL 2 OU 3.
      * A MANUTENCAO DO CADASTRO (CADMCAR) NAO ALTERA MAIS A
      * SITUACAO R/S - SO ESTE PROGRAMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCARSL.
           COPY OCOCARSL.
           COPY JRNCARSL.
           COPY HSTCARSL.
           COPY SOLCARSL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCARFD.
           COPY OCOCARFD.
           COPY JRNCARFD.
           COPY HSTCARFD.
           COPY SOLCARFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT            PIC 9(06) VALUE ZEROS.
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-OCO            PIC X(02) VALUE "00".
       01 ST-JRN            PIC X(02) VALUE "00".
       01 ST-HST            PIC X(02) VALUE "00".
       01 ST-SOL            PIC X(02) VALUE "00".
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-OPERJRN         PIC X(01) VALUE SPACES.
       01 W-REGANT          PIC X(117) VALUE SPACES.
       01 W-REGOCO          PIC X(150) VALUE SPACES.
       01 W-OCOABERTA       PIC X(01) VALUE "N".
       01 W-ULTNUM          PIC 9(03) VALUE ZEROS.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDT        PIC 99/99/9999.
       01 MENS              PIC X(50) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 PLACAENTR         PIC X(07) VALUE SPACES.
       01 W-NUMERO          PIC 9(08) VALUE ZEROS.
       01 W-TEMPEND         PIC X(01) VALUE "N".
      *
       LINKAGE SECTION.
       01 PAR-OPERADOR      PIC X(08).
      *
      ******************
      * ROTINA DE TELA *
      ******************
      *
       SCREEN SECTION.
       01  TELAOCO2.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 01  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 02  COLUMN 01
               VALUE  "------------------------ OCORRENCIAS POL".
           05  LINE 02  COLUMN 41
               VALUE  "ICIAIS (B.O.) ---------------------------".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " PLACA:".
           05  LINE 09  COLUMN 01
               VALUE  " OCORR.  TIPO(R/S)  BOLETIM (B.O.)   DAT".
           05  LINE 09  COLUMN 41
               VALUE  "A DO FATO (AAAAMMDD)".
           05  LINE 12  COLUMN 01
               VALUE  " DELEGACIA".
           05  LINE 15  COLUMN 01
               VALUE  " RECUPERACAO/LIBERACAO (AAAAMMDD)  RECEB".
           05  LINE 15  COLUMN 41
               VALUE  "IDO POR".
           05  LINE 18  COLUMN 01
               VALUE  " TERMO RESTITUICAO/LIBERACAO".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TPLACAENTR
               LINE 04  COLUMN 09  PIC X(07)
               USING  PLACAENTR.
           05  TNUMERO
               LINE 10  COLUMN 02  PIC 9(03)
               USING  OCO-NUMERO.
           05  TTIPO
               LINE 10  COLUMN 11  PIC X(01)
               USING  OCO-TIPO.
           05  TBO
               LINE 10  COLUMN 21  PIC X(15)
               USING  OCO-BO.
           05  TDTEVENTO
               LINE 10  COLUMN 41  PIC 9(08)
               USING  OCO-DTEVENTO.
           05  TDELEGACIA
               LINE 13  COLUMN 02  PIC X(30)
               USING  OCO-DELEGACIA.
           05  TDTRECUP
               LINE 16  COLUMN 02  PIC 9(08)
               USING  OCO-DTRECUP.
           05  TRECEBEDOR
               LINE 16  COLUMN 37  PIC X(30)
               USING  OCO-RECEBEDOR.
           05  TTERMO
               LINE 19  COLUMN 02  PIC X(15)
               USING  OCO-TERMO.
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
           OPEN I-O OCOCAR
           IF ST-OCO NOT = "00"
              IF ST-OCO = "35"
      * AINDA NAO HOUVE OCORRENCIAS - CRIA O ARQUIVO VAZIO
                 OPEN OUTPUT OCOCAR
                 CLOSE OCOCAR
                 OPEN I-O OCOCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO OCOCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAR
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
                 CLOSE OCOCAR
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
                 CLOSE OCOCAR
                 CLOSE JRNCAR
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
                 CLOSE OCOCAR
                 CLOSE JRNCAR
                 CLOSE HSTCAR
                 GO TO ROT-FIM2.
      *
       INC-001.
           MOVE SPACES TO PLACAENTR OCO-TIPO OCO-BO OCO-DELEGACIA
           MOVE SPACES TO OCO-RECEBEDOR OCO-TERMO
           MOVE ZEROS  TO OCO-NUMERO OCO-DTEVENTO OCO-DTRECUP
           DISPLAY  TELAOCO2.
       INC-001A.
           DISPLAY (23, 13)
            "DIGITE A PLACA  F1=ENCERRA"
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
           MOVE PLACAENTR TO PLACA
           READ CADCAR INVALID KEY
                MOVE "*** PLACA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           DISPLAY (06, 01) "VEICULO: "
           DISPLAY (06, 10) MARCA
           DISPLAY (06, 23) MODELO
           DISPLAY (07, 01) "SITUACAO: "
           DISPLAY (07, 11) SITUACAO
           PERFORM ROT-BUSCAOCO THRU ROT-BUSCAOCO-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "OPCAO: A=ABRE E=ENCERRA C=CONSULTA => "
           MOVE "C" TO W-OPCAO
           IF W-OCOABERTA = "S"
                      MOVE "E" TO W-OPCAO.
           ACCEPT (23, 51) W-OPCAO WITH UPDATE
           IF W-OPCAO = "A"
                      GO TO ROT-ABRE.
           IF W-OPCAO = "E"
                      GO TO ROT-ENCERRA.
           IF W-OPCAO = "C"
                      GO TO ROT-CONSULTA.
           MOVE "*** DIGITE A=ABRE E=ENCERRA C=CONSULTA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      **************************************************
      * ABERTURA DE OCORRENCIA - GRAVA O B.O. E PASSA   *
      * O VEICULO PARA A SITUACAO DO TIPO (R OU S)      *
      **************************************************
       ROT-ABRE.
           IF SITUACAO = "B"
                MOVE "*** VEICULO BAIXADO - OCORRENCIA VEDADA ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF W-OCOABERTA = "S"
                MOVE "*** JA EXISTE OCORRENCIA ABERTA P/ PLACA ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      * BAIXA OU EXCLUSAO AGUARDANDO APROVACAO (APRCAR) SERIA APLICADA
      * A UM VEICULO JA R/S
           PERFORM ROT-BUSCAPEND THRU ROT-BUSCAPEND-FIM
           IF W-TEMPEND = "S"
                MOVE "*** VEICULO C/ SOLICITACAO PENDENTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE REGCAR TO W-REGANT
           MOVE PLACAENTR TO OCO-PLACA
           ADD 1 W-ULTNUM GIVING OCO-NUMERO
           MOVE "R"        TO OCO-TIPO
      * VEICULO JA MARCADO R/S SEM OCORRENCIA (REGISTRO ANTERIOR AO
      * CONTROLE DE B.O.) - A ABERTURA REGULARIZA A SITUACAO ATUAL
           IF SITUACAO = "R" OR "S"
                MOVE SITUACAO TO OCO-TIPO.
           MOVE SPACES     TO OCO-BO OCO-DELEGACIA OCO-RECEBEDOR
           MOVE SPACES     TO OCO-TERMO OCO-OPERENCER
           MOVE ZEROS      TO OCO-DTEVENTO OCO-DTRECUP OCO-DTENCER
           DISPLAY TNUMERO
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "PREENCHA OS DADOS DO B.O. E TECLE ENTER"
           ACCEPT TTIPO
           ACCEPT TBO
           ACCEPT TDTEVENTO
           ACCEPT TDELEGACIA
           IF OCO-TIPO NOT = "R" AND NOT = "S"
                MOVE "*** TIPO DEVE SER R OU S ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF OCO-BO = SPACES OR OCO-DELEGACIA = SPACES
                MOVE "*** DIGITE O B.O. E A DELEGACIA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           IF OCO-DTEVENTO = ZEROS OR OCO-DTEVENTO > W-DATA-SIS
                MOVE "*** DATA DO FATO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) " *** CONFIRMA ABERTURA DO B.O. : . ***"
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 46) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S"
                MOVE "*** ABERTURA CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE W-DATA-SIS TO OCO-DTABERT
           MOVE W-OPERADOR TO OCO-OPERABERT
           MOVE "A"        TO OCO-STATUS
           WRITE REGOCO INVALID KEY
                MOVE "*** ERRO NA GRAVACAO DA OCORRENCIA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF SITUACAO NOT = OCO-TIPO
                MOVE OCO-TIPO TO SITUACAO
                REWRITE REGCAR INVALID KEY
                     MOVE "*** ERRO NA ATUALIZACAO DO CADCAR ***"
                          TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-001.
           MOVE "O" TO W-OPERJRN
           PERFORM ROT-JRN THRU ROT-JRN-FIM
           MOVE "*** OCORRENCIA ABERTA C/ SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      **************************************************
      * ENCERRAMENTO DA OCORRENCIA - REGISTRA A         *
      * RECUPERACAO/LIBERACAO E DEVOLVE A SITUACAO A    *
      **************************************************
       ROT-ENCERRA.
           IF W-OCOABERTA NOT = "S"
                MOVE "*** NAO HA OCORRENCIA ABERTA P/ PLACA ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           PERFORM ROT-BUSCAPEND THRU ROT-BUSCAPEND-FIM
           IF W-TEMPEND = "S"
                MOVE "*** PLACA JA TEM SOLICITACAO PENDENTE ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE W-REGOCO TO REGOCO
           READ OCOCAR INVALID KEY
                MOVE "*** OCORRENCIA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE REGCAR TO W-REGANT
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           MOVE W-DATA-SIS TO OCO-DTRECUP
           DISPLAY TNUMERO
           DISPLAY TTIPO
           DISPLAY TBO
           DISPLAY TDTEVENTO
           DISPLAY TDELEGACIA
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "DADOS DA RECUPERACAO/LIBERACAO E ENTER"
           ACCEPT TDTRECUP
           ACCEPT TRECEBEDOR
           ACCEPT TTERMO
           IF OCO-DTRECUP < OCO-DTEVENTO OR OCO-DTRECUP > W-DATA-SIS
                MOVE "*** DATA DA RECUPERACAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF OCO-RECEBEDOR = SPACES
                MOVE "*** DIGITE QUEM RECEBEU O VEICULO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) " *** CONFIRMA ENCERRAMENTO : . ***"
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 42) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S"
                MOVE "*** ENCERRAMENTO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF OCO-TIPO = "R"
                GO TO ROT-ENCERRA-SOL.
           MOVE W-DATA-SIS TO OCO-DTENCER
           MOVE W-OPERADOR TO OCO-OPERENCER
           MOVE "E"        TO OCO-STATUS
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
           MOVE "R" TO W-OPERJRN
           PERFORM ROT-JRN THRU ROT-JRN-FIM
           MOVE "*** OCORRENCIA ENCERRADA C/ SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      * ROUBO/FURTO - O ENCERRAMENTO VAI PARA APROVACAO
       ROT-ENCERRA-SOL.
           PERFORM ROT-SOLICITA THRU ROT-SOLICITA-FIM
           IF W-NUMERO = ZEROS
                MOVE "*** ERRO NA GRAVACAO DA SOLICITACAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           DISPLAY (20, 01) "SOLICITACAO NUMERO: "
           DISPLAY (20, 21) W-NUMERO
           DISPLAY (21, 01)
                "SO SERA APLICADO APOS APROVACAO (MENU GERAL, OPCAO A)"
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "*** ENVIADO P/ APROVACAO - TECLE ENTER ***"
           ACCEPT (23, 57) W-OPCAO
           GO TO INC-001.
      *
      **************************************************
      * CONSULTA - MOSTRA A OCORRENCIA ABERTA OU, NA    *
      * FALTA DELA, A ULTIMA OCORRENCIA DA PLACA        *
      **************************************************
       ROT-CONSULTA.
           IF W-ULTNUM = ZEROS
                MOVE "*** PLACA SEM OCORRENCIAS REGISTRADAS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           IF W-OCOABERTA = "S"
                MOVE W-REGOCO TO REGOCO
           ELSE
                MOVE PLACAENTR TO OCO-PLACA
                MOVE W-ULTNUM  TO OCO-NUMERO.
           READ OCOCAR INVALID KEY
                MOVE "*** OCORRENCIA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           DISPLAY TNUMERO
           DISPLAY TTIPO
           DISPLAY TBO
           DISPLAY TDTEVENTO
           DISPLAY TDELEGACIA
           DISPLAY TDTRECUP
           DISPLAY TRECEBEDOR
           DISPLAY TTERMO
           MOVE OCO-DTABERT (7:2) TO W-DATA-EDT (1:2)
           MOVE OCO-DTABERT (5:2) TO W-DATA-EDT (4:2)
           MOVE OCO-DTABERT (1:4) TO W-DATA-EDT (7:4)
           DISPLAY (20, 01) "ABERTA EM "
           DISPLAY (20, 11) W-DATA-EDT
           DISPLAY (20, 22) "POR "
           DISPLAY (20, 26) OCO-OPERABERT
           IF OCO-STATUS = "E"
                MOVE OCO-DTENCER (7:2) TO W-DATA-EDT (1:2)
                MOVE OCO-DTENCER (5:2) TO W-DATA-EDT (4:2)
                MOVE OCO-DTENCER (1:4) TO W-DATA-EDT (7:4)
                DISPLAY (20, 36) "ENCERRADA EM "
                DISPLAY (20, 49) W-DATA-EDT
                DISPLAY (20, 60) "POR "
                DISPLAY (20, 64) OCO-OPERENCER
           ELSE
                DISPLAY (20, 36) "*** OCORRENCIA EM ABERTO ***".
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "TECLE ENTER P/ CONTINUAR"
           ACCEPT (23, 38) W-OPCAO
           GO TO INC-001.
      *
      **************************************************
      * LOCALIZA A OCORRENCIA ABERTA DA PLACA (GUARDADA *
      * EM W-REGOCO) E O ULTIMO NUMERO JA USADO         *
      **************************************************
       ROT-BUSCAOCO.
           MOVE "N"   TO W-OCOABERTA
           MOVE ZEROS TO W-ULTNUM
           MOVE PLACAENTR TO OCO-PLACA
           MOVE ZEROS     TO OCO-NUMERO
           START OCOCAR KEY IS NOT LESS OCO-CHAVE INVALID KEY
                 GO TO ROT-BUSCAOCO-FIM.
       ROT-BUSCAOCO1.
           READ OCOCAR NEXT RECORD AT END
                GO TO ROT-BUSCAOCO-FIM.
           IF OCO-PLACA NOT = PLACAENTR
                GO TO ROT-BUSCAOCO-FIM.
           MOVE OCO-NUMERO TO W-ULTNUM
           IF OCO-STATUS = "A"
                MOVE "S"    TO W-OCOABERTA
                MOVE REGOCO TO W-REGOCO.
           GO TO ROT-BUSCAOCO1.
       ROT-BUSCAOCO-FIM.
           EXIT.
      *
      **************************************************
      * GRAVA NO SOLCAR O PEDIDO DE ENCERRAMENTO DA     *
      * OCORRENCIA DE ROUBO/FURTO, PENDENTE DE          *
      * APROVACAO, COM OS DADOS DA RECUPERACAO E A      *
      * IMAGEM ATUAL DO REGCAR; DEVOLVE O NUMERO EM     *
      * W-NUMERO (ZEROS = ERRO)                         *
      **************************************************
       ROT-SOLICITA.
           PERFORM ROT-NUMERA THRU ROT-NUMERA-FIM
           IF W-NUMERO = ZEROS
                GO TO ROT-SOLICITA-FIM.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE SPACES           TO REGSOL
           MOVE W-NUMERO         TO SOL-NUMERO
           MOVE PLACAENTR        TO SOL-PLACA
           MOVE "R"              TO SOL-TIPO
           MOVE "P"              TO SOL-STATUS
           MOVE W-OPERADOR       TO SOL-SOLICIT
           MOVE W-DATA-SIS       TO SOL-DTSOL
           MOVE W-HORA-SIS (1:6) TO SOL-HRSOL
           MOVE OCO-BO           TO SOL-MOTIVO
           MOVE OCO-NUMERO       TO SOL-OCONUM
           MOVE OCO-DTRECUP      TO SOL-DTRECUP
           MOVE OCO-RECEBEDOR    TO SOL-RECEBEDOR
           MOVE OCO-TERMO        TO SOL-TERMO
           MOVE REGCAR           TO SOL-REGCAR
           MOVE ZEROS            TO SOL-DTDEC
           WRITE REGSOL INVALID KEY
                MOVE ZEROS TO W-NUMERO.
       ROT-SOLICITA-FIM.
           EXIT.
      *
      **************************************************
      * ATRIBUI O NUMERO DA SOLICITACAO PELO REGISTRO   *
      * DE CONTROLE (NUMERO ZERO) DO SOLCAR             *
      **************************************************
       ROT-NUMERA.
           MOVE ZEROS TO W-NUMERO
           MOVE ZEROS TO SOLCTL-CHAVE
           READ SOLCAR INVALID KEY
                MOVE SPACES TO REGSOLCTL
                MOVE ZEROS  TO SOLCTL-CHAVE
                MOVE ZEROS  TO SOLCTL-ULTNUM
                WRITE REGSOLCTL INVALID KEY
                      GO TO ROT-NUMERA-FIM.
           ADD 1 TO SOLCTL-ULTNUM
           REWRITE REGSOLCTL INVALID KEY
                GO TO ROT-NUMERA-FIM.
           MOVE SOLCTL-ULTNUM TO W-NUMERO.
       ROT-NUMERA-FIM.
           EXIT.
      *
      **************************************************
      * VERIFICA SE A PLACA JA TEM SOLICITACAO PENDENTE *
      * (QUALQUER TIPO) NO SOLCAR                       *
      **************************************************
       ROT-BUSCAPEND.
           MOVE "N" TO W-TEMPEND
           MOVE PLACAENTR TO SOL-PLACA
           START SOLCAR KEY IS EQUAL SOL-PLACA INVALID KEY
                 GO TO ROT-BUSCAPEND-FIM.
       ROT-BUSCAPEND1.
           READ SOLCAR NEXT RECORD AT END
                GO TO ROT-BUSCAPEND-FIM.
           IF SOL-PLACA NOT = PLACAENTR
                GO TO ROT-BUSCAPEND-FIM.
           IF SOL-STATUS = "P"
                MOVE "S" TO W-TEMPEND
                GO TO ROT-BUSCAPEND-FIM.
           GO TO ROT-BUSCAPEND1.
       ROT-BUSCAPEND-FIM.
           EXIT.
      *
      ***********************
      * ROTINA DE AUDITORIA *
      ***********************
      * GRAVA NO DIARIO JRNCAR A IMAGEM DO REGCAR ANTES E DEPOIS DA
      * ABERTURA (OPERACAO "O") OU DO ENCERRAMENTO (OPERACAO "R")
      * DA OCORRENCIA
      *
       ROT-JRN.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-OPERADOR    TO JRN-OPERADOR
           MOVE W-DATA-SIS    TO JRN-DATA
           MOVE W-HORA-SIS (1:6) TO JRN-HORA
           MOVE W-OPERJRN     TO JRN-OPERACAO
           MOVE PLACA         TO JRN-PLACA
           MOVE W-REGANT      TO JRN-ANTES
           MOVE REGCAR        TO JRN-DEPOIS
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
           CLOSE OCOCAR.
           CLOSE JRNCAR.
           CLOSE HSTCAR.
           CLOSE SOLCAR.
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
