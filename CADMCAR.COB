      **************************************
      * MANUTENCAO DO CADASTRO DE VEICULOS *
      **************************************
      * A EXCLUSAO NAO E APLICADA AQUI: VAI PARA O SOLCAR E SO
      * ACONTECE QUANDO OUTRO OPERADOR NIVEL 3 APROVA (APRCAR).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY XRFCARSL.
           COPY TABMMSL.
           COPY HSTCARSL.
           COPY SOLCARSL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY XRFCARFD.
           COPY TABMMFD.
           COPY HSTCARFD.
           COPY SOLCARFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-XRF            PIC X(02) VALUE "00".
       01 ST-TAB            PIC X(02) VALUE "00".
       01 ST-HST            PIC X(02) VALUE "00".
       01 ST-SOL            PIC X(02) VALUE "00".
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-OPERJRN         PIC X(01) VALUE SPACES.
       01 W-DOCANT          PIC X(14) VALUE SPACES.
       01 W-SITANT          PIC X(01) VALUE SPACES.
       01 W-PROPOK          PIC X(01) VALUE "N".
       01 W-TABOK           PIC X(01) VALUE "N".
       01 W-REGANT          PIC X(117) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 PLACAENTR         PIC X(07) VALUE SPACES.
       01 W-PLACANOVA       PIC X(07) VALUE SPACES.
       01 W-MOTIVO          PIC X(30) VALUE SPACES.
       01 W-NUMERO          PIC 9(08) VALUE ZEROS.
       01 W-TEMPEND         PIC X(01) VALUE "N".
      *
       LINKAGE SECTION.
       01 PAR-OPERADOR      PIC X(08).
                 CLOSE XRFCAR
                 CLOSE TABMM
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
                 CLOSE JRNCAR
                 CLOSE PROCAR
                 CLOSE XRFCAR
                 CLOSE TABMM
                 CLOSE HSTCAR
                 GO TO ROT-FIM2.
      *
      * O OPERADOR JA CHEGA VALIDADO PELO MENU GERAL (MENUCAR) -
      * NAO SE ACEITA MAIS CODIGO DIGITADO LIVREMENTE
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
      * AS SITUACOES R/S SO ENTRAM PELA ABERTURA DE OCORRENCIA
      * POLICIAL (CADMOCO), QUE GUARDA O B.O. E A DELEGACIA
           IF SITUACAO = "R" OR "S"
                 MOVE "*** SITUACAO R/S SOMENTE POR OCORRENCIA ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
      * O PROPRIETARIO VEM DO CADASTRO PROCAR - O NOME NAO E MAIS
      * DIGITADO LIVREMENTE NA INCLUSAO
           PERFORM ROT-VALPROP THRU ROT-VALPROP-FIM
                GO TO INC-001.
           MOVE REGCAR  TO W-REGANT
           MOVE PROPDOC TO W-DOCANT
           MOVE SITUACAO TO W-SITANT
           DISPLAY TELAMAN2
                DISPLAY (23, 13) LIMPA
                DISPLAY (23, 13) "CONFIRME OS DADOS E TECLE ENTER"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
      * ENTRADA E SAIDA DAS SITUACOES R/S SO PELA OCORRENCIA POLICIAL
      * (CADMOCO) - ABERTURA DO B.O. E ENCERRAMENTO COM O REGISTRO
      * DA RECUPERACAO/LIBERACAO
           IF SITUACAO NOT = W-SITANT
              IF SITUACAO = "R" OR "S" OR W-SITANT = "R" OR "S"
                 MOVE "*** SITUACAO R/S SOMENTE POR OCORRENCIA ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           IF PROPDOC NOT = SPACES
                PERFORM ROT-VALPROP THRU ROT-VALPROP-FIM
                IF W-PROPOK = "N"
      **************************
      * EXCLUSAO DE UM VEICULO *
      **************************
      * GRAVA O PEDIDO NO SOLCAR; O REGISTRO SO E EXCLUIDO (E O
      * DIARIO GRAVADO) NA APROVACAO POR OUTRO OPERADOR (APRCAR)
       ROT-EXCLUI.
           READ CADCAR INVALID KEY
                MOVE "*** PLACA NAO ENCONTRADA ***" TO MENS
           NOT INVALID KEY
                MOVE REGCAR TO W-REGANT
                DISPLAY TELAMAN2.
      * A OCORRENCIA ABERTA (OCOCAR) FICARIA SEM VEICULO
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
           DISPLAY (17, 01) "MOTIVO DA EXCLUSAO: "
           MOVE SPACES TO W-MOTIVO
           ACCEPT (17, 21) W-MOTIVO WITH UPDATE
           IF W-MOTIVO = SPACES
                MOVE "*** DIGITE O MOTIVO DA EXCLUSAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           DISPLAY (23, 13) " *** CONFIRMA PEDIDO DE EXCLUSAO : . ***"
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 47) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S"
                      MOVE "*** EXCLUSAO CANCELADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
           PERFORM ROT-SOLICITA THRU ROT-SOLICITA-FIM
           IF W-NUMERO = ZEROS
                 MOVE "*** ERRO NA GRAVACAO DA SOLICITACAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           DISPLAY (19, 01) "SOLICITACAO NUMERO: "
           DISPLAY (19, 21) W-NUMERO
           DISPLAY (20, 01)
                "A EXCLUSAO SERA APLICADA APOS A APROVACAO DE OUTRO"
           DISPLAY (21, 01) "OPERADOR NIVEL 3 (MENU GERAL, OPCAO A)."
           MOVE "*** EXCLUSAO ENVIADA P/ APROVACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 13) "TECLE ENTER P/ CONTINUAR"
           ACCEPT (23, 38) W-OPCAO
           GO TO INC-001.
      *
      **************************************************
                MOVE "*** VEICULO BAIXADO - TROCA VEDADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      * A OCORRENCIA (OCOCAR) E OS PEDIDOS PENDENTES (SOLCAR) ESTAO
      * GRAVADOS SOB A PLACA ATUAL E SE PERDERIAM COM A TROCA
           IF SITUACAO = "R" OR "S"
                MOVE "*** ENCERRE A OCORRENCIA ANTES DA TROCA ***"
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
           DISPLAY TELAMAN2.
           DISPLAY (23, 13) "NOVA PLACA: "
           CLOSE XRFCAR.
           CLOSE TABMM.
           CLOSE HSTCAR.
           CLOSE SOLCAR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
       ROT-HST-FIM.
           EXIT.
      *
      **************************************************
      * GRAVA NO SOLCAR O PEDIDO DE EXCLUSAO, PENDENTE  *
      * DE APROVACAO, COM A IMAGEM ATUAL DO REGCAR;     *
      * DEVOLVE O NUMERO EM W-NUMERO (ZEROS = ERRO)     *
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
           MOVE "E"              TO SOL-TIPO
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
      ****************************************************
      * VALIDA O CPF/CNPJ INFORMADO CONTRA O PROCAR E     *
      * COPIA O NOME OFICIAL DO PROPRIETARIO PARA PROPR   *
