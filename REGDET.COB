       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGDET.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * REGERACAO DE UM ARQUIVO DE ENVIO AO DETRAN JA   *
      * GERADO PELO ENVDET E PERDIDO OU EXTRAVIADO -    *
      * REMONTA O ENVNNNNNN.TXT DA SEQUENCIA INFORMADA  *
      * A PARTIR DO CTLENV E DOS ITENS GRAVADOS NO      *
      * MOVENV, COM O MESMO HEADER, OS MESMOS DETALHES  *
      * E O MESMO TRAILER DO ORIGINAL                   *
      **************************************************
      * A REGERACAO NAO MUDA O CONTROLE DE ENVIO NEM A SITUACAO DOS
      * MOVIMENTOS; SO CONTA QUANTAS VEZES A SEQUENCIA FOI REGERADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTLENVSL.
           COPY MOVENVSL.
           COPY DETENVSL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CTLENVFD.
           COPY MOVENVFD.
           COPY DETENVFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CTE            PIC X(02) VALUE "00".
       01 ST-MOV            PIC X(02) VALUE "00".
       01 ST-ENV            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-NOMEENV         PIC X(15) VALUE SPACES.
       01 W-SEQ-ENT         PIC X(06) VALUE SPACES.
       01 W-SEQ             PIC 9(06) VALUE ZEROS.
       01 W-QTDE-ITENS      PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CTLENV
           IF ST-CTE NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CTLENV" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           OPEN INPUT MOVENV
           IF ST-MOV NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO MOVENV" TO MENS
              DISPLAY MENS
              CLOSE CTLENV
              GO TO ROT-FIM.
      *
           DISPLAY "SEQUENCIA DO ARQUIVO A REGERAR (6 DIGITOS):"
           ACCEPT W-SEQ-ENT
           IF W-SEQ-ENT NOT NUMERIC
              MOVE "SEQUENCIA INVALIDA" TO MENS
              DISPLAY MENS
              CLOSE CTLENV MOVENV
              GO TO ROT-FIM.
           MOVE W-SEQ-ENT TO W-SEQ
           IF W-SEQ = ZEROS
              MOVE "SEQUENCIA INVALIDA" TO MENS
              DISPLAY MENS
              CLOSE CTLENV MOVENV
              GO TO ROT-FIM.
           MOVE W-SEQ TO CTE-SEQ
           READ CTLENV INVALID KEY
                MOVE "SEQUENCIA NAO GERADA ATE O MOMENTO" TO MENS
                DISPLAY MENS
                CLOSE CTLENV MOVENV
                GO TO ROT-FIM.
           MOVE SPACES TO W-NOMEENV
           STRING "ENV"  DELIMITED BY SIZE
                  W-SEQ  DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO W-NOMEENV
           OPEN OUTPUT DETENV
           IF ST-ENV NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO DETENV" TO MENS
              DISPLAY MENS
              CLOSE CTLENV MOVENV
              GO TO ROT-FIM.
      *
           MOVE SPACES     TO REGENVH
           MOVE "H"        TO EHD-TIPOREG
           MOVE CTE-SEQ    TO EHD-SEQ
           MOVE CTE-DTGER  TO EHD-DATA
           MOVE CTE-HRGER  TO EHD-HORA
           MOVE "CADASTRO VEICULAR" TO EHD-ORIGEM
           WRITE REGENVH
      *
           MOVE W-SEQ TO MOV-SEQ
           MOVE ZEROS TO MOV-ITEM
           START MOVENV KEY IS NOT LESS MOV-CHAVE
                 INVALID KEY GO TO ROT-TRAILER.
       ROT-DETALHE.
           READ MOVENV NEXT RECORD AT END
                GO TO ROT-TRAILER.
           IF MOV-SEQ NOT = W-SEQ
                GO TO ROT-TRAILER.
           MOVE SPACES        TO REGENVD
           MOVE "D"           TO EDT-TIPOREG
           MOVE MOV-SEQ       TO EDT-SEQ
           MOVE MOV-ITEM      TO EDT-ITEM
           MOVE MOV-TIPO      TO EDT-TIPO
           MOVE MOV-PLACA     TO EDT-PLACA
           MOVE MOV-DATA      TO EDT-DATA
           MOVE MOV-HORA      TO EDT-HORA
           MOVE MOV-CHASSI    TO EDT-CHASSI
           MOVE MOV-DOC1      TO EDT-DOC1
           MOVE MOV-DOC2      TO EDT-DOC2
           MOVE MOV-PLACANOVA TO EDT-PLACANOVA
           MOVE MOV-MOTIVO    TO EDT-MOTIVO
           WRITE REGENVD
           ADD 1 TO W-QTDE-ITENS
           GO TO ROT-DETALHE.
      *
       ROT-TRAILER.
           MOVE SPACES     TO REGENVT
           MOVE "T"        TO ETR-TIPOREG
           MOVE CTE-SEQ    TO ETR-SEQ
           MOVE CTE-QT-T   TO ETR-QT-T
           MOVE CTE-QT-P   TO ETR-QT-P
           MOVE CTE-QT-B   TO ETR-QT-B
           MOVE CTE-QT-TOT TO ETR-QT-TOT
           WRITE REGENVT
           CLOSE DETENV
           ADD 1 TO CTE-QT-REGER
           REWRITE REGCTE
           CLOSE CTLENV MOVENV
           DISPLAY "ARQUIVO REGERADO     : " W-NOMEENV
           DISPLAY "ITENS REGRAVADOS     : " W-QTDE-ITENS
           IF W-QTDE-ITENS NOT = CTE-QT-TOT
              DISPLAY "*** ATENCAO - O CONTROLE REGISTRA "
                      CTE-QT-TOT " ITENS NESTA SEQUENCIA ***".
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           STOP RUN.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
