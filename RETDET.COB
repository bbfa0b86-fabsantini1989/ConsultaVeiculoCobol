       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETDET.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * PROCESSAMENTO DO ARQUIVO DE RETORNO DO DETRAN   *
      * (DETRET.TXT) - MARCA NO MOVENV CADA ITEM DO     *
      * ENVIO COMO ACEITO OU REJEITADO, ATUALIZA O      *
      * CONTROLE DA SEQUENCIA NO CTLENV E LISTA OS      *
      * MOVIMENTOS REJEITADOS, OS ITENS DO RETORNO QUE  *
      * NAO CONSTAM DO ENVIO E OS ITENS ENVIADOS QUE    *
      * FICARAM SEM RETORNO (RETDET.LST)                *
      **************************************************
      * UM RETORNO JA PROCESSADO PODE SER PROCESSADO DE NOVO: A
      * SITUACAO DE CADA ITEM E AS QUANTIDADES SAO REGRAVADAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTLENVSL.
           COPY MOVENVSL.
           COPY DETRETSL.
           SELECT RELRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CTLENVFD.
           COPY MOVENVFD.
           COPY DETRETFD.
      *
       FD RELRET
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "RETDET.LST".
       01 LINRELRET              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CTE            PIC X(02) VALUE "00".
       01 ST-MOV            PIC X(02) VALUE "00".
       01 ST-RET            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDT        PIC 99/99/9999.
       01 W-SEQ             PIC 9(06) VALUE ZEROS.
       01 W-DTRET           PIC 9(08) VALUE ZEROS.
       01 W-REPROC          PIC X(01) VALUE "N".
       01 W-TRAILER         PIC X(01) VALUE "N".
       01 W-QTDE-LIDOS      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-ACE        PIC 9(05) VALUE ZEROS.
       01 W-QTDE-REJ        PIC 9(05) VALUE ZEROS.
       01 W-QTDE-NAOENV     PIC 9(05) VALUE ZEROS.
       01 W-QTDE-SEMRET     PIC 9(05) VALUE ZEROS.
       01 W-QT-TRL-ACE      PIC 9(05) VALUE ZEROS.
       01 W-QT-TRL-REJ      PIC 9(05) VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-014".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(42) VALUE
                "RETORNO DO DETRAN - MOVIMENTOS REJEITADOS".
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA       PIC 99/99/9999.
       01 CAB2.
          03 FILLER          PIC X(20) VALUE "SEQUENCIA DE ENVIO: ".
          03 CAB2-SEQ        PIC 9(06).
          03 FILLER          PIC X(14) VALUE "  GERADA EM: ".
          03 CAB2-DTGER      PIC 99/99/9999.
          03 FILLER          PIC X(16) VALUE "  RETORNO DE: ".
          03 CAB2-DTRET      PIC 99/99/9999.
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 CAB4.
          03 FILLER          PIC X(07) VALUE "ITEM".
          03 FILLER          PIC X(03) VALUE "T".
          03 FILLER          PIC X(09) VALUE "PLACA".
          03 FILLER          PIC X(12) VALUE "DATA MOV.".
          03 FILLER          PIC X(19) VALUE "CHASSI".
          03 FILLER          PIC X(14) VALUE "SITUACAO".
          03 FILLER          PIC X(05) VALUE "COD".
          03 FILLER          PIC X(40) VALUE "MOTIVO".
       01 LINDET.
          03 DET-ITEM        PIC 9(05).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-TIPO        PIC X(01).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-PLACA       PIC X(07).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-DATA        PIC X(10).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-CHASSI      PIC X(17).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-SITUACAO    PIC X(12).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-CODREJ      PIC X(03).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-MOTREJ      PIC X(40).
       01 LINTOTAIS.
          03 FILLER          PIC X(28)
                 VALUE "ITENS NO RETORNO:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-LIDOS       PIC ZZZZZ9.
       01 LINTOTAIS2.
          03 FILLER          PIC X(28)
                 VALUE "ACEITOS:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-ACE         PIC ZZZZZ9.
       01 LINTOTAIS3.
          03 FILLER          PIC X(28)
                 VALUE "REJEITADOS:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-REJ         PIC ZZZZZ9.
       01 LINTOTAIS4.
          03 FILLER          PIC X(28)
                 VALUE "NAO CONSTAM DO ENVIO:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-NAOENV      PIC ZZZZZ9.
       01 LINTOTAIS5.
          03 FILLER          PIC X(28)
                 VALUE "ENVIADOS SEM RETORNO:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-SEMRET      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CTLENV
           IF ST-CTE NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CTLENV" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           OPEN I-O MOVENV
           IF ST-MOV NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO MOVENV" TO MENS
              DISPLAY MENS
              CLOSE CTLENV
              GO TO ROT-FIM.
           OPEN INPUT DETRET
           IF ST-RET NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO DETRET" TO MENS
              DISPLAY MENS
              CLOSE CTLENV MOVENV
              GO TO ROT-FIM.
      *
           READ DETRET AT END
                MOVE "ARQUIVO DE RETORNO VAZIO" TO MENS
                DISPLAY MENS
                CLOSE CTLENV MOVENV DETRET
                GO TO ROT-FIM.
           IF RHD-TIPOREG NOT = "H" OR RHD-SEQ NOT NUMERIC
              MOVE "RETORNO SEM HEADER - ARQUIVO RECUSADO" TO MENS
              DISPLAY MENS
              CLOSE CTLENV MOVENV DETRET
              GO TO ROT-FIM.
           MOVE RHD-SEQ TO W-SEQ CTE-SEQ
           MOVE RHD-DATA TO W-DTRET
           READ CTLENV INVALID KEY
                MOVE "SEQUENCIA DO RETORNO NAO FOI ENVIADA" TO MENS
                DISPLAY MENS
                DISPLAY "SEQUENCIA: " W-SEQ
                CLOSE CTLENV MOVENV DETRET
                GO TO ROT-FIM.
           IF CTE-STATUS = "R"
              MOVE "S" TO W-REPROC
              DISPLAY "*** RETORNO DESTA SEQUENCIA JA PROCESSADO EM "
                      CTE-DTRET " - SERA PROCESSADO DE NOVO ***".
      *
           OPEN OUTPUT RELRET
           IF ST-REL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RELRET" TO MENS
              DISPLAY MENS
              CLOSE CTLENV MOVENV DETRET
              GO TO ROT-FIM.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           MOVE W-DATA-SIS (7:2) TO W-DATA-EDT (1:2)
           MOVE W-DATA-SIS (5:2) TO W-DATA-EDT (4:2)
           MOVE W-DATA-SIS (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB1-DATA
           MOVE W-SEQ TO CAB2-SEQ
           MOVE CTE-DTGER (7:2) TO W-DATA-EDT (1:2)
           MOVE CTE-DTGER (5:2) TO W-DATA-EDT (4:2)
           MOVE CTE-DTGER (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB2-DTGER
           MOVE W-DTRET (7:2) TO W-DATA-EDT (1:2)
           MOVE W-DTRET (5:2) TO W-DATA-EDT (4:2)
           MOVE W-DTRET (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB2-DTRET
           MOVE CAB1 TO LINRELRET
           WRITE LINRELRET
           MOVE CAB2 TO LINRELRET
           WRITE LINRELRET
           MOVE CAB3 TO LINRELRET
           WRITE LINRELRET
           MOVE CAB4 TO LINRELRET
           WRITE LINRELRET
           MOVE CAB3 TO LINRELRET
           WRITE LINRELRET.
      *
      **************************************************
      * LEITURA DOS DETALHES DO RETORNO                 *
      **************************************************
       ROT-LERET.
           READ DETRET AT END
                GO TO ROT-SEMRET.
           IF RDT-TIPOREG = "T"
              MOVE "S"        TO W-TRAILER
              MOVE RTR-QT-ACE TO W-QT-TRL-ACE
              MOVE RTR-QT-REJ TO W-QT-TRL-REJ
              GO TO ROT-SEMRET.
           IF RDT-TIPOREG NOT = "D"
              GO TO ROT-LERET.
           ADD 1 TO W-QTDE-LIDOS
           IF RDT-SEQ NOT = W-SEQ
              GO TO ROT-NAOENV.
           MOVE RDT-SEQ  TO MOV-SEQ
           MOVE RDT-ITEM TO MOV-ITEM
           READ MOVENV INVALID KEY
                GO TO ROT-NAOENV.
           IF MOV-PLACA NOT = RDT-PLACA OR MOV-TIPO NOT = RDT-TIPO
              GO TO ROT-NAOENV.
           MOVE W-DTRET TO MOV-DTRET
           IF RDT-STATUS = "R"
              MOVE "R"        TO MOV-STATUS
              MOVE RDT-CODREJ TO MOV-CODREJ
              MOVE RDT-MOTREJ TO MOV-MOTREJ
              ADD 1 TO W-QTDE-REJ
           ELSE
              MOVE "A"    TO MOV-STATUS
              MOVE SPACES TO MOV-CODREJ MOV-MOTREJ
              ADD 1 TO W-QTDE-ACE.
           REWRITE REGMOV INVALID KEY
                MOVE "ERRO NA GRAVACAO DO MOVENV" TO MENS
                DISPLAY MENS
                DISPLAY "ITEM: " MOV-SEQ "/" MOV-ITEM.
           IF MOV-STATUS = "R"
              MOVE "REJEITADO" TO DET-SITUACAO
              PERFORM ROT-IMPMOV THRU ROT-IMPMOV-FIM.
           GO TO ROT-LERET.
      *
       ROT-NAOENV.
           ADD 1 TO W-QTDE-NAOENV
           MOVE RDT-ITEM     TO DET-ITEM
           MOVE RDT-TIPO     TO DET-TIPO
           MOVE RDT-PLACA    TO DET-PLACA
           MOVE SPACES       TO DET-DATA DET-CHASSI
           MOVE "NAO ENVIADO" TO DET-SITUACAO
           MOVE RDT-CODREJ   TO DET-CODREJ
           MOVE RDT-MOTREJ   TO DET-MOTREJ
           MOVE LINDET       TO LINRELRET
           WRITE LINRELRET
           GO TO ROT-LERET.
      *
      **************************************************
      * ITENS DA SEQUENCIA QUE CONTINUAM COMO ENVIADOS  *
      * (O DETRAN NAO DEVOLVEU SITUACAO PARA ELES)      *
      **************************************************
       ROT-SEMRET.
           MOVE W-SEQ TO MOV-SEQ
           MOVE ZEROS TO MOV-ITEM
           START MOVENV KEY IS NOT LESS MOV-CHAVE
                 INVALID KEY GO TO ROT-CONTROLE.
       ROT-SEMRET1.
           READ MOVENV NEXT RECORD AT END
                GO TO ROT-CONTROLE.
           IF MOV-SEQ NOT = W-SEQ
                GO TO ROT-CONTROLE.
           IF MOV-STATUS NOT = "E"
                GO TO ROT-SEMRET1.
           ADD 1 TO W-QTDE-SEMRET
           MOVE "SEM RETORNO" TO DET-SITUACAO
           PERFORM ROT-IMPMOV THRU ROT-IMPMOV-FIM
           GO TO ROT-SEMRET1.
      *
      **************************************************
      * ATUALIZA O CONTROLE DA SEQUENCIA E IMPRIME OS   *
      * TOTAIS                                          *
      **************************************************
       ROT-CONTROLE.
           MOVE W-SEQ TO CTE-SEQ
           READ CTLENV INVALID KEY
                MOVE "ERRO NA RELEITURA DO CTLENV" TO MENS
                DISPLAY MENS
                GO TO ROT-TOTAIS.
           MOVE "R"        TO CTE-STATUS
           MOVE W-DTRET    TO CTE-DTRET
           MOVE W-QTDE-ACE TO CTE-QT-ACE
           MOVE W-QTDE-REJ TO CTE-QT-REJ
           REWRITE REGCTE INVALID KEY
                MOVE "ERRO NA GRAVACAO DO CTLENV" TO MENS
                DISPLAY MENS.
       ROT-TOTAIS.
           MOVE SPACES          TO LINRELRET
           WRITE LINRELRET
           MOVE CAB3 TO LINRELRET
           WRITE LINRELRET
           MOVE W-QTDE-LIDOS    TO TOT-LIDOS
           MOVE LINTOTAIS       TO LINRELRET
           WRITE LINRELRET
           MOVE W-QTDE-ACE      TO TOT-ACE
           MOVE LINTOTAIS2      TO LINRELRET
           WRITE LINRELRET
           MOVE W-QTDE-REJ      TO TOT-REJ
           MOVE LINTOTAIS3      TO LINRELRET
           WRITE LINRELRET
           MOVE W-QTDE-NAOENV   TO TOT-NAOENV
           MOVE LINTOTAIS4      TO LINRELRET
           WRITE LINRELRET
           MOVE W-QTDE-SEMRET   TO TOT-SEMRET
           MOVE LINTOTAIS5      TO LINRELRET
           WRITE LINRELRET
           IF W-TRAILER = "N"
              MOVE "*** RETORNO SEM TRAILER - ARQUIVO INCOMPLETO ***"
                   TO LINRELRET
              WRITE LINRELRET
           ELSE
              IF W-QT-TRL-ACE NOT = W-QTDE-ACE
                 OR W-QT-TRL-REJ NOT = W-QTDE-REJ
                 MOVE "*** QUANTIDADES DO TRAILER NAO CONFEREM ***"
                      TO LINRELRET
                 WRITE LINRELRET.
           CLOSE CTLENV MOVENV DETRET RELRET
           DISPLAY "SEQUENCIA PROCESSADA : " W-SEQ
           DISPLAY "ITENS NO RETORNO     : " W-QTDE-LIDOS
           DISPLAY "ACEITOS              : " W-QTDE-ACE
           DISPLAY "REJEITADOS           : " W-QTDE-REJ
           DISPLAY "NAO CONSTAM DO ENVIO : " W-QTDE-NAOENV
           DISPLAY "ENVIADOS SEM RETORNO : " W-QTDE-SEMRET
           IF W-REPROC = "S"
              DISPLAY "*** SEQUENCIA REPROCESSADA ***".
           GO TO ROT-FIM.
      *
      **************************************************
      * LINHA DE UM ITEM DO MOVENV NA LISTAGEM          *
      **************************************************
       ROT-IMPMOV.
           MOVE MOV-ITEM      TO DET-ITEM
           MOVE MOV-TIPO      TO DET-TIPO
           MOVE MOV-PLACA     TO DET-PLACA
           MOVE MOV-DATA (7:2) TO W-DATA-EDT (1:2)
           MOVE MOV-DATA (5:2) TO W-DATA-EDT (4:2)
           MOVE MOV-DATA (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT    TO DET-DATA
           MOVE MOV-CHASSI    TO DET-CHASSI
           MOVE MOV-CODREJ    TO DET-CODREJ
           MOVE MOV-MOTREJ    TO DET-MOTREJ
           MOVE LINDET        TO LINRELRET
           WRITE LINRELRET.
       ROT-IMPMOV-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           STOP RUN.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
