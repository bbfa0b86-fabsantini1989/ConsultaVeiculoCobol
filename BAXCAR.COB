      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * BAIXA DEFINITIVA DE UM VEICULO (SUCATA OU       *
      * SINISTRO COM PERDA TOTAL) - REGISTRA NO SOLCAR  *
      * O PEDIDO DE BAIXA COM O MOTIVO; A BAIXA SO E    *
      * APLICADA QUANDO OUTRO OPERADOR NIVEL 3 APROVA A *
      * SOLICITACAO (APRCAR), QUE ENTAO MARCA O REGCAR  *
      * COM SITUACAO B, GRAVA O BAXCAR E O ANTES/DEPOIS *
      * NO JRNCAR E NO HSTCAR. O VEICULO BAIXADO DEIXA  *
      * DE SER TRANSFERIDO (TRFCAR), ALTERADO (CADMCAR),*
      * EXPORTADO (EXPCAR) E LICENCIADO (GERLIC/RELLIC),*
      * MAS CONTINUA VISIVEL NA CONSULTA, POIS          *
      * DOCUMENTOS ANTIGOS SEGUEM CITANDO A PLACA       *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCARSL.
           COPY SOLCARSL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCARFD.
           COPY SOLCARFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT            PIC 9(06) VALUE ZEROS.
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-SOL            PIC X(02) VALUE "00".
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-REGANT          PIC X(117) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-NUMERO          PIC 9(08) VALUE ZEROS.
       01 W-TEMPEND         PIC X(01) VALUE "N".
       01 MENS              PIC X(50) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 PLACAENTR         PIC X(07) VALUE SPACES.
           MOVE PAR-OPERADOR TO W-OPERADOR.
      *
       INC-OP1.
           OPEN INPUT CADCAR
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
      *
       INC-001.
           MOVE SPACES TO PLACAENTR W-MOTIVO
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      * A OCORRENCIA ABERTA (OCOCAR) FICARIA SEM VEICULO ATIVO
           IF SITUACAO = "R" OR "S"
                MOVE "*** OCORRENCIA ABERTA - ENCERRE-A ANTES ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           PERFORM ROT-BUSCAPEND THRU ROT-BUSCAPEND-FIM
           IF W-TEMPEND = "S"
                MOVE "*** PLACA JA TEM SOLICITACAO PENDENTE ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           MOVE REGCAR TO W-REGANT
           DISPLAY (06, 01) "VEICULO: "
           DISPLAY (06, 10) MARCA
                GO TO INC-MOTIVO.
      *
       INC-CONFIRMA.
           DISPLAY (23, 13) " *** CONFIRMA PEDIDO DE BAIXA : . ***"
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 45) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S"
                      MOVE "*** BAIXA CANCELADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
           PERFORM ROT-SOLICITA THRU ROT-SOLICITA-FIM
           IF W-NUMERO = ZEROS
                 MOVE "*** ERRO NA GRAVACAO DA SOLICITACAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           DISPLAY (13, 01) "SOLICITACAO NUMERO: "
           DISPLAY (13, 21) W-NUMERO
           DISPLAY (14, 01)
                "A BAIXA SERA APLICADA APOS A APROVACAO DE OUTRO"
           DISPLAY (15, 01) "OPERADOR NIVEL 3 (MENU GERAL, OPCAO A)."
           MOVE "*** BAIXA ENVIADA P/ APROVACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 13) "TECLE ENTER P/ CONTINUAR"
           ACCEPT (23, 38) W-OPCAO
           GO TO INC-001.
      *
      **************************************************
      * GRAVA NO SOLCAR O PEDIDO DE BAIXA, PENDENTE DE  *
      * APROVACAO, COM A IMAGEM ATUAL DO REGCAR; DEVOLVE*
      * O NUMERO ATRIBUIDO EM W-NUMERO (ZEROS = ERRO)   *
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
           MOVE "B"              TO SOL-TIPO
           MOVE "P"              TO SOL-STATUS
           MOVE W-OPERADOR       TO SOL-SOLICIT
           MOVE W-DATA-SIS       TO SOL-DTSOL
           MOVE W-HORA-SIS (1:6) TO SOL-HRSOL
           MOVE W-MOTIVO         TO SOL-MOTIVO
           MOVE ZEROS            TO SOL-OCONUM SOL-DTRECUP SOL-DTDEC
           MOVE W-REGANT         TO SOL-REGCAR
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
      **********************
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCAR.
           CLOSE SOLCAR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
