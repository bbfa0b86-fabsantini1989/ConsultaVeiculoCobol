       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMPAR.
      *AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * MANUTENCAO DO CADASTRO DE PARCEIROS DO LOTE *
      ***********************************************
      * ACESSIVEL APENAS PELO MENU GERAL (MENUCAR) E RESTRITO AO
      * NIVEL 3 (ADMINISTRADOR) PELO PROPRIO MENU.
      * O CNPJ E CONFERIDO PELA ROTINA DE DIGITOS (DIGCAR). O PARCEIRO
      * QUE JA TEM EXECUCOES NO EXELOT NAO PODE SER EXCLUIDO, POIS O
      * FATURAMENTO DEPENDE DELE - NESSE CASO DEVE SER INATIVADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PARCARSL.
           COPY EXELOTSL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY PARCARFD.
           COPY EXELOTFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT            PIC 9(06) VALUE ZEROS.
       01 W-OPCAO           PIC X(01) VALUE SPACES.
       01 ST-PRC            PIC X(02) VALUE "00".
       01 ST-EXE            PIC X(02) VALUE "00".
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 MENS              PIC X(50) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 CODENTR           PIC X(06) VALUE SPACES.
       01 W-DOCOK           PIC X(01) VALUE SPACES.
       01 W-TEMEXE          PIC X(01) VALUE "N".
      *
       LINKAGE SECTION.
       01 PAR-OPERADOR      PIC X(08).
      *
      ******************
      * ROTINA DE TELA *
      ******************
      *
       SCREEN SECTION.
       01  TELAPRC2.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 01  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 02  COLUMN 01
               VALUE  "-------------------- MANUTENCAO DE PARCE".
           05  LINE 02  COLUMN 41
               VALUE  "IROS DA CONSULTA EM LOTE ---------------".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " CODIGO".
           05  LINE 07  COLUMN 01
               VALUE  " RAZAO SOCIAL".
           05  LINE 07  COLUMN 44
               VALUE  "CNPJ (SO DIGITOS)".
           05  LINE 10  COLUMN 01
               VALUE  " TARIFA ENCONTRADA  TARIFA NAO ENCONTRADA".
           05  LINE 10  COLUMN 44
               VALUE  "ATIVO (S/N)".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TCODENTR
               LINE 05  COLUMN 01  PIC X(06)
               USING  CODENTR.
           05  TNOME
               LINE 08  COLUMN 01  PIC X(40)
               USING  PRC-NOME.
           05  TCNPJ
               LINE 08  COLUMN 44  PIC X(14)
               USING  PRC-CNPJ.
           05  TTARACH
               LINE 11  COLUMN 01  PIC ZZ9,99
               USING  PRC-TARACH.
           05  TTARNEG
               LINE 11  COLUMN 21  PIC ZZ9,99
               USING  PRC-TARNEG.
           05  TATIVO
               LINE 11  COLUMN 44  PIC X(01)
               USING  PRC-ATIVO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PAR-OPERADOR.
       INICIO.
           MOVE PAR-OPERADOR TO W-OPERADOR.
      *
       INC-OP1.
           OPEN I-O PARCAR
           IF ST-PRC NOT = "00"
              IF ST-PRC = "35"
      * ARQUIVO NAO EXISTE - CRIA VAZIO ANTES DA MANUTENCAO
                 OPEN OUTPUT PARCAR
                 CLOSE PARCAR
                 OPEN I-O PARCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO PARCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT EXELOT
           IF ST-EXE NOT = "00"
              IF ST-EXE = "35"
      * AINDA NAO HOUVE EXECUCAO DO LOTE - CRIA O CONTROLE VAZIO
                 OPEN OUTPUT EXELOT
                 CLOSE EXELOT
                 OPEN INPUT EXELOT
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO EXELOT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE PARCAR
                 GO TO ROT-FIM2.
      *
       INC-001.
           MOVE SPACES TO CODENTR PRC-NOME PRC-CNPJ PRC-ATIVO
           MOVE ZEROS  TO PRC-TARACH PRC-TARNEG
           DISPLAY  TELAPRC2.
       INC-001A.
           DISPLAY (23, 13)
            "DIGITE O CODIGO  F1=ENCERRA"
           ACCEPT TCODENTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO ROT-FIM.
           IF W-ACT > 02
                      MOVE "*** FUNCAO NAO DEFINIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "OPCAO: I / A / E => "
           MOVE "I" TO W-OPCAO
           ACCEPT (23, 33) W-OPCAO WITH UPDATE
           MOVE CODENTR TO PRC-CODIGO
           IF W-OPCAO = "I"
                      GO TO ROT-INCLUI.
           IF W-OPCAO = "A"
                      GO TO ROT-ALTERA.
           IF W-OPCAO = "E"
                      GO TO ROT-EXCLUI.
           MOVE "*** DIGITE I=INCLUI  A=ALTERA  E=EXCLUI ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001A.
      *
      ***************************
      * INCLUSAO DE UM PARCEIRO *
      ***************************
       ROT-INCLUI.
           IF CODENTR = SPACES
                      MOVE "*** DIGITE O CODIGO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "PREENCHA OS DADOS DO PARCEIRO"
           MOVE "S" TO PRC-ATIVO
           ACCEPT TNOME
           ACCEPT TCNPJ
           ACCEPT TTARACH
           ACCEPT TTARNEG
           ACCEPT TATIVO
           PERFORM ROT-VALIDA THRU ROT-VALIDA-FIM
           IF MENS NOT = SPACES
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           MOVE W-DATA-SIS TO PRC-DTCAD
           MOVE W-OPERADOR TO PRC-OPERADOR
           WRITE REGPRC INVALID KEY
                 MOVE "*** CODIGO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001
           NOT INVALID KEY
                 MOVE "*** PARCEIRO INCLUIDO COM SUCESSO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO INC-001.
      *
      *************************************
      * ALTERACAO DOS DADOS DE UM PARCEIRO *
      *************************************
       ROT-ALTERA.
           READ PARCAR INVALID KEY
                MOVE "*** CODIGO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           DISPLAY TELAPRC2
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "CONFIRME OS DADOS E TECLE ENTER"
           ACCEPT TNOME
           ACCEPT TCNPJ
           ACCEPT TTARACH
           ACCEPT TTARNEG
           ACCEPT TATIVO
           PERFORM ROT-VALIDA THRU ROT-VALIDA-FIM
           IF MENS NOT = SPACES
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           MOVE W-OPERADOR TO PRC-OPERADOR
           REWRITE REGPRC INVALID KEY
                 MOVE "*** ERRO NA ALTERACAO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001
           NOT INVALID KEY
                 MOVE "*** PARCEIRO ALTERADO C/ SUCESSO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO INC-001.
      *
      ***************************
      * EXCLUSAO DE UM PARCEIRO *
      ***************************
       ROT-EXCLUI.
           READ PARCAR INVALID KEY
                MOVE "*** CODIGO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001
           NOT INVALID KEY
                DISPLAY TELAPRC2.
           PERFORM ROT-BUSCAEXE THRU ROT-BUSCAEXE-FIM
           IF W-TEMEXE = "S"
                MOVE "*** PARCEIRO COM EXECUCOES - INATIVE-O ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
           DISPLAY (23, 13) " *** CONFIRMA EXCLUSAO : . ***"
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 34) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S"
                      MOVE "*** EXCLUSAO CANCELADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
           DELETE PARCAR INVALID KEY
                 MOVE "*** ERRO NA EXCLUSAO DO REGISTRO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001
           NOT INVALID KEY
                 MOVE "*** PARCEIRO EXCLUIDO COM SUCESSO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO INC-001.
      *
      **************************************************
      * CONSISTE OS DADOS DIGITADOS - DEVOLVE EM MENS A *
      * CRITICA OU ESPACOS QUANDO ESTAO CORRETOS        *
      **************************************************
       ROT-VALIDA.
           MOVE SPACES TO MENS
           IF PRC-NOME = SPACES
                 MOVE "*** DIGITE A RAZAO SOCIAL DO PARCEIRO ***"
                      TO MENS
                 GO TO ROT-VALIDA-FIM.
           IF PRC-CNPJ NOT NUMERIC
                 MOVE "*** CNPJ DEVE TER 14 DIGITOS ***" TO MENS
                 GO TO ROT-VALIDA-FIM.
           CALL "DIGCAR" USING PRC-CNPJ W-DOCOK
           IF W-DOCOK NOT = "S"
                 MOVE "*** CNPJ COM DIGITO INVALIDO ***" TO MENS
                 GO TO ROT-VALIDA-FIM.
           IF PRC-ATIVO NOT = "S" AND NOT = "N"
                 MOVE "*** ATIVO DEVE SER S OU N ***" TO MENS.
       ROT-VALIDA-FIM.
           EXIT.
      *
      **************************************************
      * VERIFICA SE O PARCEIRO JA TEM EXECUCOES DO LOTE *
      * REGISTRADAS NO EXELOT                           *
      **************************************************
       ROT-BUSCAEXE.
           MOVE "N" TO W-TEMEXE
           MOVE PRC-CODIGO TO EXE-PARCEIRO
           START EXELOT KEY IS EQUAL EXE-PARCEIRO INVALID KEY
                 GO TO ROT-BUSCAEXE-FIM.
           MOVE "S" TO W-TEMEXE.
       ROT-BUSCAEXE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE PARCAR EXELOT.
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
