      * SEGUE A CORRENTE DE REEMPLACAMENTOS DO XRFCAR   *
      * ATE A PLACA VIGENTE E CONFERE A SITUACAO. CADA  *
      * PLACA PROCESSADA E REGISTRADA NO LOGCAR SOB O   *
      * CODIGO DO PARCEIRO E AS SITUACOES R/S GERAM O   *
      * ALERTA NO ALECAR, MANTENDO A TRILHA DE          *
      * AUDITORIA COMPLETA                              *
      **************************************************
      * O CODIGO DO PARCEIRO E INFORMADO A CADA EXECUCAO E DEVE CONSTAR
      * ATIVO NO PARCAR - O ARQUIVO DE PARCEIRO INEXISTENTE OU INATIVO
      * E REJEITADO ANTES DE QUALQUER LEITURA. TODA EXECUCAO (CONCLUIDA
      * OU REJEITADA) GRAVA SEU REGISTRO DE CONTROLE NO EXELOT, BASE DO
      * FATURAMENTO MENSAL DOS PARCEIROS (FATLOT).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY XRFCARSL.
           COPY LOGCARSL.
           COPY ALECARSL.
           COPY PARCARSL.
           COPY EXELOTSL.
           SELECT PLACAS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PLA.
           COPY XRFCARFD.
           COPY LOGCARFD.
           COPY ALECARFD.
           COPY PARCARFD.
           COPY EXELOTFD.
      *
       FD PLACAS
               LABEL RECORD IS OMITTED
       01 ST-ALE            PIC X(02) VALUE "00".
       01 ST-PLA            PIC X(02) VALUE "00".
       01 ST-RES            PIC X(02) VALUE "00".
       01 ST-PRC            PIC X(02) VALUE "00".
       01 ST-EXE            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-PARCEIRO        PIC X(06) VALUE SPACES.
       01 W-SITEXE          PIC X(01) VALUE SPACES.
       01 W-NUMERO          PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI        PIC 9(08) VALUE ZEROS.
       01 W-HORA-INI        PIC X(06) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-PLACAENTR       PIC X(07) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA-INI FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-HORA-SIS (1:6) TO W-HORA-INI
           DISPLAY "CODIGO DO PARCEIRO QUE ENVIOU O ARQUIVO:"
           ACCEPT W-PARCEIRO
           IF W-PARCEIRO = SPACES
              MOVE "CODIGO DO PARCEIRO NAO INFORMADO" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           OPEN INPUT PARCAR
           IF ST-PRC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO PARCAR" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           MOVE W-PARCEIRO TO PRC-CODIGO
           READ PARCAR INVALID KEY
              MOVE "PARCEIRO NAO CADASTRADO - ARQUIVO REJEITADO" TO MENS
              DISPLAY MENS
              CLOSE PARCAR
              GO TO ROT-FIM.
           CLOSE PARCAR
           DISPLAY "PARCEIRO: " PRC-NOME
           MOVE "LT"       TO W-OPERADOR
           MOVE W-PARCEIRO TO W-OPERADOR (3:6)
           IF PRC-ATIVO NOT = "S"
              MOVE "PARCEIRO INATIVO - ARQUIVO REJEITADO" TO MENS
              DISPLAY MENS
              MOVE "R" TO W-SITEXE
              PERFORM ROT-CONTROLE THRU ROT-CONTROLE-FIM
              GO TO ROT-FIM.
      *
           OPEN INPUT PLACAS
           IF ST-PLA NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO PLACAS" TO MENS
           DISPLAY "TOTAL NAO ENCONTRADAS       : " W-QTDE-NEGADAS
           DISPLAY "TOTAL DE ALERTAS GERADOS    : " W-QTDE-ALERTAS
           CLOSE PLACAS CADCAR XRFCAR LOGCAR ALECAR RESCAR
           MOVE "C" TO W-SITEXE
           PERFORM ROT-CONTROLE THRU ROT-CONTROLE-FIM
           GO TO ROT-FIM.
      *
      **************************************************
      * ROTINA DE AUDITORIA *
      **********************
      * CADA PLACA DO LOTE E LOGADA COMO UMA BUSCA POR PLACA
      * SOB O CODIGO DO PARCEIRO, COMO NA CONSULTA DE TELA
      *
       ROT-LOG.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
       ROT-ALERTA-FIM.
           EXIT.
      *
      ****************************************************
      * REGISTRO DE CONTROLE DA EXECUCAO - NUMERA PELO    *
      * REGISTRO ZERO DO EXELOT E GRAVA O PARCEIRO, A     *
      * SITUACAO, DATA/HORA DE INICIO E FIM E OS TOTAIS   *
      ****************************************************
       ROT-CONTROLE.
           OPEN I-O EXELOT
           IF ST-EXE NOT = "00"
              IF ST-EXE = "35"
                 OPEN OUTPUT EXELOT
                 CLOSE EXELOT
                 OPEN I-O EXELOT
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO EXELOT" TO MENS
                 DISPLAY MENS
                 GO TO ROT-CONTROLE-FIM.
           PERFORM ROT-NUMERA THRU ROT-NUMERA-FIM
           IF W-NUMERO = ZEROS
              MOVE "ERRO NA NUMERACAO DO EXELOT" TO MENS
              DISPLAY MENS
              CLOSE EXELOT
              GO TO ROT-CONTROLE-FIM.
           ACCEPT W-HORA-SIS FROM TIME
           MOVE SPACES          TO REGEXE
           MOVE W-NUMERO        TO EXE-NUMERO
           MOVE W-PARCEIRO      TO EXE-PARCEIRO
           MOVE W-SITEXE        TO EXE-SITUACAO
           MOVE W-DATA-INI      TO EXE-DATA
           MOVE W-HORA-INI      TO EXE-HRINI
           MOVE W-HORA-SIS (1:6) TO EXE-HRFIM
           MOVE W-QTDE-LIDAS    TO EXE-LIDAS
           MOVE W-QTDE-ACHADAS  TO EXE-ACHADAS
           MOVE W-QTDE-NEGADAS  TO EXE-NEGADAS
           MOVE W-QTDE-ALERTAS  TO EXE-ALERTAS
           WRITE REGEXE INVALID KEY
              MOVE "ERRO NA GRAVACAO DO EXELOT" TO MENS
              DISPLAY MENS
              CLOSE EXELOT
              GO TO ROT-CONTROLE-FIM.
           DISPLAY "EXECUCAO REGISTRADA SOB O NUMERO: " W-NUMERO
           CLOSE EXELOT.
       ROT-CONTROLE-FIM.
           EXIT.
      *
       ROT-NUMERA.
           MOVE ZEROS TO W-NUMERO
           MOVE ZEROS TO EXECTL-CHAVE
           READ EXELOT INVALID KEY
                MOVE SPACES TO REGEXECTL
                MOVE ZEROS  TO EXECTL-CHAVE
                MOVE ZEROS  TO EXECTL-ULTNUM
                WRITE REGEXECTL INVALID KEY
                      GO TO ROT-NUMERA-FIM.
           ADD 1 TO EXECTL-ULTNUM
           REWRITE REGEXECTL INVALID KEY
                GO TO ROT-NUMERA-FIM.
           MOVE EXECTL-ULTNUM TO W-NUMERO.
       ROT-NUMERA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
