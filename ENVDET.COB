       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVDET.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * GERACAO DO ARQUIVO DIARIO DE MOVIMENTOS PARA O  *
      * DETRAN - TRANSFERENCIAS (TRFCAR), TROCAS DE     *
      * PLACA (XRFCAR) E BAIXAS (BAXCAR) AINDA NAO      *
      * ENVIADAS, EM LAYOUT FIXO COM HEADER, DETALHES E *
      * TRAILER (ENVNNNNNN.TXT). CADA ARQUIVO RECEBE A  *
      * PROXIMA SEQUENCIA DO CTLENV E CADA MOVIMENTO    *
      * ENVIADO FICA NO MOVENV, DE MODO QUE UMA         *
      * REEXECUCAO NAO REENVIA NADA E UM ARQUIVO        *
      * PERDIDO PODE SER REGERADO (REGDET)              *
      **************************************************
      * PASSO DO CICLO NOTURNO (NOTCAR). SAO ENVIADOS OS MOVIMENTOS
      * DATADOS DESDE O DIA DO ULTIMO ENVIO ATE HOJE QUE AINDA NAO
      * CONSTAM DO MOVENV (NA PRIMEIRA EXECUCAO, SO OS DE HOJE).
      * SEM MOVIMENTO NOVO NAO SE GERA ARQUIVO NEM SE GASTA SEQUENCIA.
      * ITENS DE UMA GERACAO INTERROMPIDA (SEQUENCIA ACIMA DA ULTIMA
      * REGISTRADA NO CONTROLE) SAO DESCARTADOS E ENTRAM NA PROXIMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCARSL.
           COPY TRFCARSL.
           COPY XRFCARSL.
           COPY BAXCARSL.
           COPY CTLENVSL.
           COPY MOVENVSL.
           COPY DETENVSL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCARFD.
           COPY TRFCARFD.
           COPY XRFCARFD.
           COPY BAXCARFD.
           COPY CTLENVFD.
           COPY MOVENVFD.
           COPY DETENVFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-TRF            PIC X(02) VALUE "00".
       01 ST-XRF            PIC X(02) VALUE "00".
       01 ST-BAX            PIC X(02) VALUE "00".
       01 ST-CTE            PIC X(02) VALUE "00".
       01 ST-MOV            PIC X(02) VALUE "00".
       01 ST-ENV            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-NOMEENV         PIC X(15) VALUE SPACES.
       01 W-SEQ             PIC 9(06) VALUE ZEROS.
       01 W-ITEM            PIC 9(05) VALUE ZEROS.
       01 W-DTINI           PIC 9(08) VALUE ZEROS.
       01 W-DTFIM           PIC 9(08) VALUE ZEROS.
       01 W-ABERTO          PIC X(01) VALUE "N".
       01 W-TEMXRF          PIC X(01) VALUE "N".
       01 W-TEMBAX          PIC X(01) VALUE "N".
       01 W-QT-T            PIC 9(05) VALUE ZEROS.
       01 W-QT-P            PIC 9(05) VALUE ZEROS.
       01 W-QT-B            PIC 9(05) VALUE ZEROS.
       01 W-QT-DESC         PIC 9(05) VALUE ZEROS.
      *
      * MOVIMENTO CANDIDATO, MONTADO PELA LEITURA DE CADA ORIGEM
       01 W-MOVTO.
          03 W-MOV-IDENT.
             05 W-MOV-TIPO      PIC X(01).
             05 W-MOV-PLACA     PIC X(07).
             05 W-MOV-DATA      PIC 9(08).
             05 W-MOV-HORA      PIC X(06).
          03 W-MOV-CHASSI       PIC X(17).
          03 W-MOV-DOC1         PIC X(14).
          03 W-MOV-DOC2         PIC X(14).
          03 W-MOV-PLACANOVA    PIC X(07).
          03 W-MOV-MOTIVO       PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCAR" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMERRO.
           OPEN I-O CTLENV
           IF ST-CTE NOT = "00"
              IF ST-CTE = "35"
                 OPEN OUTPUT CTLENV
                 CLOSE CTLENV
                 OPEN I-O CTLENV
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CTLENV" TO MENS
                 DISPLAY MENS
                 CLOSE CADCAR
                 GO TO ROT-FIMERRO.
           OPEN I-O MOVENV
           IF ST-MOV NOT = "00"
              IF ST-MOV = "35"
                 OPEN OUTPUT MOVENV
                 CLOSE MOVENV
                 OPEN I-O MOVENV
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO MOVENV" TO MENS
                 DISPLAY MENS
                 CLOSE CADCAR CTLENV
                 GO TO ROT-FIMERRO.
      * XRFCAR E BAXCAR AINDA NAO CRIADOS SAO TRATADOS COMO VAZIOS
           OPEN INPUT XRFCAR
           IF ST-XRF = "00"
              MOVE "S" TO W-TEMXRF
           ELSE
              IF ST-XRF NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO XRFCAR" TO MENS
                 DISPLAY MENS
                 GO TO ROT-FECHAERRO.
           OPEN INPUT BAXCAR
           IF ST-BAX = "00"
              MOVE "S" TO W-TEMBAX
           ELSE
              IF ST-BAX NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO BAXCAR" TO MENS
                 DISPLAY MENS
                 GO TO ROT-FECHAERRO.
      *
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT W-HORA-SIS FROM TIME
           MOVE ZEROS TO CTECTL-SEQ
           READ CTLENV INVALID KEY
                MOVE SPACES TO REGCTECTL
                MOVE ZEROS  TO CTECTL-SEQ
                MOVE ZEROS  TO CTECTL-ULTSEQ CTECTL-ULTDATA
                WRITE REGCTECTL INVALID KEY
                      MOVE "ERRO NA CRIACAO DO CONTROLE CTLENV" TO MENS
                      DISPLAY MENS
                      GO TO ROT-FECHAERRO.
           COMPUTE W-SEQ = CTECTL-ULTSEQ + 1
           IF CTECTL-ULTDATA = ZEROS
              MOVE W-DATA-SIS     TO W-DTINI
           ELSE
              MOVE CTECTL-ULTDATA TO W-DTINI.
           MOVE W-DATA-SIS TO W-DTFIM
           PERFORM ROT-DESCARTA THRU ROT-DESCARTA-FIM
           MOVE SPACES TO W-NOMEENV
           STRING "ENV"  DELIMITED BY SIZE
                  W-SEQ  DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO W-NOMEENV
           DISPLAY "MOVIMENTOS DE " W-DTINI " A " W-DTFIM
      *
           PERFORM ROT-TRANSF THRU ROT-TRANSF-FIM
           IF W-TEMXRF = "S"
              PERFORM ROT-REEMPL THRU ROT-REEMPL-FIM.
           IF W-TEMBAX = "S"
              PERFORM ROT-BAIXAS THRU ROT-BAIXAS-FIM.
      *
           IF W-ITEM = ZEROS
              DISPLAY "NENHUM MOVIMENTO NOVO - ARQUIVO NAO GERADO"
              MOVE W-DTFIM TO CTECTL-ULTDATA
              REWRITE REGCTECTL INVALID KEY
                 MOVE "ERRO REGRAVACAO CONTROLE CTLENV" TO MENS
                 DISPLAY MENS
                 GO TO ROT-FECHAERRO.
           IF W-ITEM = ZEROS
              GO TO ROT-FECHA.
      *
           MOVE SPACES     TO REGENVT
           MOVE "T"        TO ETR-TIPOREG
           MOVE W-SEQ      TO ETR-SEQ
           MOVE W-QT-T     TO ETR-QT-T
           MOVE W-QT-P     TO ETR-QT-P
           MOVE W-QT-B     TO ETR-QT-B
           MOVE W-ITEM     TO ETR-QT-TOT
           WRITE REGENVT
           CLOSE DETENV
      *
           MOVE W-SEQ      TO CTE-SEQ
           MOVE W-DATA-SIS TO CTE-DTGER
           MOVE W-HORA-SIS (1:6) TO CTE-HRGER
           MOVE W-DTINI    TO CTE-DTINI
           MOVE W-DTFIM    TO CTE-DTFIM
           MOVE W-QT-T     TO CTE-QT-T
           MOVE W-QT-P     TO CTE-QT-P
           MOVE W-QT-B     TO CTE-QT-B
           MOVE W-ITEM     TO CTE-QT-TOT
           MOVE "G"        TO CTE-STATUS
           MOVE ZEROS      TO CTE-DTRET CTE-QT-ACE CTE-QT-REJ
           MOVE ZEROS      TO CTE-QT-REGER
           WRITE REGCTE INVALID KEY
                 REWRITE REGCTE.
      * O CONTROLE SO AVANCA DEPOIS DO ARQUIVO FECHADO
           MOVE ZEROS      TO CTECTL-SEQ
           READ CTLENV INVALID KEY
                MOVE "CONTROLE CTLENV NAO ENCONTRADO" TO MENS
                DISPLAY MENS
                GO TO ROT-FECHAERRO.
           MOVE W-SEQ      TO CTECTL-ULTSEQ
           MOVE W-DTFIM    TO CTECTL-ULTDATA
           REWRITE REGCTECTL INVALID KEY
                 MOVE "ERRO NA ATUALIZACAO DO CONTROLE CTLENV" TO MENS
                 DISPLAY MENS
                 GO TO ROT-FECHAERRO.
           DISPLAY "ARQUIVO GERADO       : " W-NOMEENV
           DISPLAY "SEQUENCIA            : " W-SEQ
           DISPLAY "TRANSFERENCIAS       : " W-QT-T
           DISPLAY "REEMPLACAMENTOS      : " W-QT-P
           DISPLAY "BAIXAS               : " W-QT-B
           DISPLAY "TOTAL DE MOVIMENTOS  : " W-ITEM.
      *
       ROT-FECHA.
           CLOSE CADCAR CTLENV MOVENV
           IF W-TEMXRF = "S"
              CLOSE XRFCAR.
           IF W-TEMBAX = "S"
              CLOSE BAXCAR.
           GO TO ROT-FIM.
      *
       ROT-FECHAERRO.
           IF W-ABERTO = "S"
              CLOSE DETENV.
           CLOSE CADCAR CTLENV MOVENV
           IF W-TEMXRF = "S"
              CLOSE XRFCAR.
           IF W-TEMBAX = "S"
              CLOSE BAXCAR.
           GO TO ROT-FIMERRO.
      *
      **************************************************
      * DESCARTA OS ITENS DE UMA GERACAO INTERROMPIDA - *
      * SEQUENCIA NAO REGISTRADA NO CONTROLE, CUJO      *
      * ARQUIVO NAO CHEGOU A SER FECHADO                *
      **************************************************
       ROT-DESCARTA.
           MOVE W-SEQ TO MOV-SEQ
           MOVE ZEROS TO MOV-ITEM
           START MOVENV KEY IS NOT LESS MOV-CHAVE
                 INVALID KEY GO TO ROT-DESCARTA-FIM.
       ROT-DESCARTA2.
           READ MOVENV NEXT RECORD AT END
                GO TO ROT-DESCARTA3.
           DELETE MOVENV RECORD INVALID KEY
                  GO TO ROT-DESCARTA3.
           ADD 1 TO W-QT-DESC
           GO TO ROT-DESCARTA2.
       ROT-DESCARTA3.
           IF W-QT-DESC > ZEROS
              DISPLAY "ITENS DE GERACAO INTERROMPIDA DESCARTADOS: "
                      W-QT-DESC.
       ROT-DESCARTA-FIM.
           EXIT.
      *
      **************************************************
      * TRANSFERENCIAS DO TRFCAR - COMUNICADO DE VENDA  *
      **************************************************
       ROT-TRANSF.
           OPEN INPUT TRFCAR
           IF ST-TRF NOT = "00"
              IF ST-TRF = "35"
                 GO TO ROT-TRANSF-FIM
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO TRFCAR" TO MENS
                 DISPLAY MENS
                 GO TO ROT-FECHAERRO.
       ROT-TRANSF2.
           READ TRFCAR NEXT RECORD AT END
                CLOSE TRFCAR
                GO TO ROT-TRANSF-FIM.
           IF TRF-DATA < W-DTINI OR TRF-DATA > W-DTFIM
                GO TO ROT-TRANSF2.
           MOVE SPACES       TO W-MOVTO
           MOVE "T"          TO W-MOV-TIPO
           MOVE TRF-PLACA    TO W-MOV-PLACA
           MOVE TRF-DATA     TO W-MOV-DATA
           MOVE TRF-HORA     TO W-MOV-HORA
           MOVE TRF-DOCVEND  TO W-MOV-DOC1
           MOVE TRF-DOCCOMP  TO W-MOV-DOC2
           MOVE TRF-PLACA    TO PLACA
           READ CADCAR INVALID KEY
                MOVE SPACES TO CHASSI.
           MOVE CHASSI       TO W-MOV-CHASSI
           PERFORM ROT-MOVIMENTO THRU ROT-MOVIMENTO-FIM
           GO TO ROT-TRANSF2.
       ROT-TRANSF-FIM.
           EXIT.
      *
      **************************************************
      * TROCAS DE PLACA DO XRFCAR - REEMPLACAMENTO      *
      **************************************************
       ROT-REEMPL.
           MOVE LOW-VALUES TO XRF-PLACAANT
           START XRFCAR KEY IS NOT LESS XRF-PLACAANT
                 INVALID KEY GO TO ROT-REEMPL-FIM.
       ROT-REEMPL2.
           READ XRFCAR NEXT RECORD AT END
                GO TO ROT-REEMPL-FIM.
           IF XRF-DATA < W-DTINI OR XRF-DATA > W-DTFIM
                GO TO ROT-REEMPL2.
           MOVE SPACES        TO W-MOVTO
           MOVE "P"           TO W-MOV-TIPO
           MOVE XRF-PLACAANT  TO W-MOV-PLACA
           MOVE XRF-DATA      TO W-MOV-DATA
           MOVE XRF-HORA      TO W-MOV-HORA
           MOVE XRF-PLACANOVA TO W-MOV-PLACANOVA
           MOVE XRF-PLACANOVA TO PLACA
           READ CADCAR INVALID KEY
                MOVE SPACES TO CHASSI PROPDOC.
           MOVE CHASSI        TO W-MOV-CHASSI
           MOVE PROPDOC       TO W-MOV-DOC1
           PERFORM ROT-MOVIMENTO THRU ROT-MOVIMENTO-FIM
           GO TO ROT-REEMPL2.
       ROT-REEMPL-FIM.
           EXIT.
      *
      **************************************************
      * BAIXAS DEFINITIVAS DO BAXCAR                    *
      **************************************************
       ROT-BAIXAS.
           MOVE LOW-VALUES TO BAX-PLACA
           START BAXCAR KEY IS NOT LESS BAX-PLACA
                 INVALID KEY GO TO ROT-BAIXAS-FIM.
       ROT-BAIXAS2.
           READ BAXCAR NEXT RECORD AT END
                GO TO ROT-BAIXAS-FIM.
           IF BAX-DATA < W-DTINI OR BAX-DATA > W-DTFIM
                GO TO ROT-BAIXAS2.
           MOVE SPACES        TO W-MOVTO
           MOVE "B"           TO W-MOV-TIPO
           MOVE BAX-PLACA     TO W-MOV-PLACA
           MOVE BAX-DATA      TO W-MOV-DATA
           MOVE BAX-MOTIVO    TO W-MOV-MOTIVO
           MOVE BAX-PLACA     TO PLACA
           READ CADCAR INVALID KEY
                MOVE SPACES TO CHASSI PROPDOC.
           MOVE CHASSI        TO W-MOV-CHASSI
           MOVE PROPDOC       TO W-MOV-DOC1
           PERFORM ROT-MOVIMENTO THRU ROT-MOVIMENTO-FIM
           GO TO ROT-BAIXAS2.
       ROT-BAIXAS-FIM.
           EXIT.
      *
      **************************************************
      * ENVIA O MOVIMENTO CANDIDATO SE AINDA NAO CONSTA *
      * DO MOVENV - GRAVA O ITEM NO MOVENV E O DETALHE  *
      * NO ARQUIVO (ABERTO NO PRIMEIRO MOVIMENTO)       *
      **************************************************
       ROT-MOVIMENTO.
           MOVE W-MOV-IDENT TO MOV-IDENT
           READ MOVENV KEY IS MOV-IDENT INVALID KEY
                GO TO ROT-MOVIMENTO2.
           GO TO ROT-MOVIMENTO-FIM.
       ROT-MOVIMENTO2.
           IF W-ABERTO = "N"
              PERFORM ROT-ABREENV THRU ROT-ABREENV-FIM.
           ADD 1 TO W-ITEM
           MOVE W-SEQ           TO MOV-SEQ
           MOVE W-ITEM          TO MOV-ITEM
           MOVE W-MOV-IDENT     TO MOV-IDENT
           MOVE W-MOV-CHASSI    TO MOV-CHASSI
           MOVE W-MOV-DOC1      TO MOV-DOC1
           MOVE W-MOV-DOC2      TO MOV-DOC2
           MOVE W-MOV-PLACANOVA TO MOV-PLACANOVA
           MOVE W-MOV-MOTIVO    TO MOV-MOTIVO
           MOVE "E"             TO MOV-STATUS
           MOVE SPACES          TO MOV-CODREJ MOV-MOTREJ
           MOVE ZEROS           TO MOV-DTRET
           WRITE REGMOV INVALID KEY
                 MOVE "ERRO NA GRAVACAO DO MOVENV" TO MENS
                 DISPLAY MENS
                 SUBTRACT 1 FROM W-ITEM
                 GO TO ROT-MOVIMENTO-FIM.
           MOVE SPACES          TO REGENVD
           MOVE "D"             TO EDT-TIPOREG
           MOVE W-SEQ           TO EDT-SEQ
           MOVE W-ITEM          TO EDT-ITEM
           MOVE W-MOV-TIPO      TO EDT-TIPO
           MOVE W-MOV-PLACA     TO EDT-PLACA
           MOVE W-MOV-DATA      TO EDT-DATA
           MOVE W-MOV-HORA      TO EDT-HORA
           MOVE W-MOV-CHASSI    TO EDT-CHASSI
           MOVE W-MOV-DOC1      TO EDT-DOC1
           MOVE W-MOV-DOC2      TO EDT-DOC2
           MOVE W-MOV-PLACANOVA TO EDT-PLACANOVA
           MOVE W-MOV-MOTIVO    TO EDT-MOTIVO
           WRITE REGENVD
           IF W-MOV-TIPO = "T"
              ADD 1 TO W-QT-T.
           IF W-MOV-TIPO = "P"
              ADD 1 TO W-QT-P.
           IF W-MOV-TIPO = "B"
              ADD 1 TO W-QT-B.
       ROT-MOVIMENTO-FIM.
           EXIT.
      *
      **************************************************
      * ABRE O ARQUIVO DE ENVIO E GRAVA O HEADER        *
      **************************************************
       ROT-ABREENV.
           OPEN OUTPUT DETENV
           IF ST-ENV NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO DETENV" TO MENS
              DISPLAY MENS
              GO TO ROT-FECHAERRO.
           MOVE "S"        TO W-ABERTO
           MOVE SPACES     TO REGENVH
           MOVE "H"        TO EHD-TIPOREG
           MOVE W-SEQ      TO EHD-SEQ
           MOVE W-DATA-SIS TO EHD-DATA
           MOVE W-HORA-SIS (1:6) TO EHD-HORA
           MOVE "CADASTRO VEICULAR" TO EHD-ORIGEM
           WRITE REGENVH.
       ROT-ABREENV-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      * O ENCERRAMENTO COM ERRO SINALIZA AO CONTROLADOR DO CICLO
      * NOTURNO (NOTCAR) QUE O PASSO FALHOU (RETURN-CODE 8)
       ROT-FIMERRO.
           MOVE 8 TO RETURN-CODE.
       ROT-FIM.
           GOBACK.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
