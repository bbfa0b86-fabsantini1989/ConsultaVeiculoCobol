      * CADCAR, O HISTORICO DE TRANSFERENCIAS DO TRFCAR *
      * (COMO VENDEDOR E COMO COMPRADOR), OS EXERCICIOS *
      * DE LICENCIAMENTO EM ABERTO NO LICCAR E AS       *
      * MULTAS ABERTAS DO MULCAR POR PLACA E AS         *
      * OCORRENCIAS POLICIAIS ABERTAS DO OCOCAR. A TELA *
      * MOSTRA O RESUMO; O DOSSIE COMPLETO E IMPRESSO   *
      * SOB DEMANDA (DOSCAR.LST), QUE E O QUE O         *
      * DESPACHANTE LEVA                                *
           COPY LICCARSL.
           COPY MULCARSL.
           COPY LOGCARSL.
           COPY OCOCARSL.
           SELECT RELDOS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           COPY LICCARFD.
           COPY MULCARFD.
           COPY LOGCARFD.
           COPY OCOCARFD.
      *
       FD RELDOS
               LABEL RECORD IS OMITTED
       01 ST-MUL            PIC X(02) VALUE "00".
       01 ST-LOG            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-OCO            PIC X(02) VALUE "00".
       01 W-ACT             PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 W-ACHADO          PIC X(01) VALUE "N".
       01 W-QT-TRFCOMP      PIC 9(04) VALUE ZEROS.
       01 W-QT-LICAB        PIC 9(04) VALUE ZEROS.
       01 W-QT-MULAB        PIC 9(04) VALUE ZEROS.
       01 W-QT-OCOAB        PIC 9(04) VALUE ZEROS.
       01 W-OCOABERTA       PIC X(01) VALUE "N".
      *
      *************************
      * REPORT SECTION *
          03 LVEI-ANO        PIC 9(04).
          03 FILLER          PIC X(12) VALUE "  SITUACAO: ".
          03 LVEI-SITUACAO   PIC X(01).
          03 LVEI-OCORR      PIC X(22).
       01 LINTRF.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LTRF-DATA       PIC 99/99/9999.
          03 LMUL-PONTOS     PIC Z9.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LMUL-DESCR      PIC X(30).
       01 LINOCO.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LOCO-PLACA      PIC X(07).
          03 FILLER          PIC X(07) VALUE "  B.O.:".
          03 LOCO-BO         PIC X(15).
          03 FILLER          PIC X(07) VALUE "  TIPO:".
          03 LOCO-TIPO       PIC X(01).
          03 FILLER          PIC X(07) VALUE "  FATO:".
          03 LOCO-DTEVENTO   PIC 99/99/9999.
          03 FILLER          PIC X(09) VALUE "  DELEG: ".
          03 LOCO-DELEG      PIC X(30).
       01 LINQTDE.
          03 LQT-TITULO      PIC X(30).
          03 LQT-QTDE        PIC ZZZ9.
                 CLOSE LICCAR
                 CLOSE MULCAR
                 GO TO ROT-FIM2.
           OPEN INPUT OCOCAR
           IF ST-OCO NOT = "00"
              IF ST-OCO = "35"
                 OPEN OUTPUT OCOCAR
                 CLOSE OCOCAR
                 OPEN INPUT OCOCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO OCOCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE PROCAR
                 CLOSE CADCAR
                 CLOSE TRFCAR
                 CLOSE LICCAR
                 CLOSE MULCAR
                 CLOSE LOGCAR
                 GO TO ROT-FIM2.
      *
       INC-001.
           MOVE SPACES TO DOCENTR
           DISPLAY (08, 01) "FONE....: "
           DISPLAY (08, 11) PRO-FONE
           DISPLAY (10, 01) "VEICULOS ATUAIS:"
           MOVE ZEROS TO W-QT-VEIC W-QT-LICAB W-QT-MULAB W-QT-OCOAB
           MOVE 11 TO LIN
           MOVE DOCENTR TO PROPDOC
           START CADCAR KEY IS NOT LESS PROPDOC INVALID KEY
           ADD 1 TO W-QT-VEIC
           PERFORM ROT-CONTALIC THRU ROT-CONTALIC-FIM
           PERFORM ROT-CONTAMUL THRU ROT-CONTAMUL-FIM
           PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
           IF W-OCOABERTA = "S"
                ADD 1 TO W-QT-OCOAB.
           IF LIN > 17
                GO TO INC-RESUMO2.
           MOVE PLACA    TO LVEI-PLACA
           DISPLAY (20, 01) "LICENC. EM ABERTO..: "
           DISPLAY (20, 22) W-QT-LICAB
           DISPLAY (20, 30) "MULTAS ABERTAS: "
           DISPLAY (20, 46) W-QT-MULAB
           DISPLAY (20, 53) "OCORR. POLICIAIS: "
           DISPLAY (20, 71) W-QT-OCOAB.
      *
       INC-IMPRIME.
           DISPLAY (23, 13) " *** IMPRIME DOSSIE : . ***"
           MOVE MODELO   TO LVEI-MODELO
           MOVE ANO      TO LVEI-ANO
           MOVE SITUACAO TO LVEI-SITUACAO
           PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
           MOVE LINVEIC  TO LINRELDOS
           WRITE LINRELDOS
           IF W-OCOABERTA = "S"
                PERFORM ROT-IMPOCO THRU ROT-IMPOCO-FIM.
           PERFORM ROT-IMPLIC THRU ROT-IMPLIC-FIM
           PERFORM ROT-IMPMUL THRU ROT-IMPMUL-FIM
           GO TO ROT-DOSSIE2.
           MOVE W-QT-MULAB TO LQT-QTDE
           MOVE LINQTDE TO LINRELDOS
           WRITE LINRELDOS
           MOVE "OCORRENCIAS POLIC. ABERTAS:" TO LQT-TITULO
           MOVE W-QT-OCOAB TO LQT-QTDE
           MOVE LINQTDE TO LINRELDOS
           WRITE LINRELDOS
           CLOSE RELDOS.
       ROT-DOSSIE-FIM.
           EXIT.
       ROT-IMPMUL-FIM.
           EXIT.
      *
      **************************************************
      * IMPRIME A OCORRENCIA POLICIAL ABERTA DA PLACA   *
      * CORRENTE (LOCALIZADA POR ROT-OCORRENCIA)        *
      **************************************************
       ROT-IMPOCO.
           MOVE OCO-PLACA     TO LOCO-PLACA
           MOVE OCO-BO        TO LOCO-BO
           MOVE OCO-TIPO      TO LOCO-TIPO
           MOVE OCO-DTEVENTO (7:2) TO W-DATA-EDT (1:2)
           MOVE OCO-DTEVENTO (5:2) TO W-DATA-EDT (4:2)
           MOVE OCO-DTEVENTO (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT    TO LOCO-DTEVENTO
           MOVE OCO-DELEGACIA TO LOCO-DELEG
           MOVE LINOCO TO LINRELDOS
           WRITE LINRELDOS.
       ROT-IMPOCO-FIM.
           EXIT.
      *
      **************************************************
      * LOCALIZA A OCORRENCIA POLICIAL ABERTA DA PLACA  *
      * CORRENTE DO CADCAR E MARCA O B.O. NA LINHA DO   *
      * VEICULO                                         *
      **************************************************
       ROT-OCORRENCIA.
           MOVE "N"    TO W-OCOABERTA
           MOVE SPACES TO LVEI-OCORR
           MOVE PLACA  TO OCO-PLACA
           MOVE ZEROS  TO OCO-NUMERO
           START OCOCAR KEY IS NOT LESS OCO-CHAVE INVALID KEY
                 GO TO ROT-OCORRENCIA-FIM.
       ROT-OCORRENCIA2.
           READ OCOCAR NEXT RECORD AT END
                GO TO ROT-OCORRENCIA-FIM.
           IF OCO-PLACA NOT = PLACA
                GO TO ROT-OCORRENCIA-FIM.
           IF OCO-STATUS NOT = "A"
                GO TO ROT-OCORRENCIA2.
           MOVE "S" TO W-OCOABERTA
           STRING "  B.O. " DELIMITED BY SIZE
                  OCO-BO    DELIMITED BY SIZE
                  INTO LVEI-OCORR.
       ROT-OCORRENCIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE AUDITORIA *
      **********************
           CLOSE LICCAR.
           CLOSE MULCAR.
           CLOSE LOGCAR.
           CLOSE OCOCAR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
