       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCAR.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * INTEGRIDADE REFERENCIAL PROPRIETARIO X VEICULO  *
      * - CONFERE OS DIGITOS DO CPF/CNPJ DE TODO O      *
      * PROCAR, O VINCULO PROPDOC DO CADCAR COM O       *
      * PROCAR, OS PROPRIETARIOS SEM VEICULO E SEM      *
      * TRANSFERENCIA E OS REGISTROS DO TRFCAR, GRVCAR, *
      * LICCAR E MULCAR CUJA PLACA NAO ESTA NO CADCAR.  *
      * LISTA AS EXCECOES AGRUPADAS POR TIPO, COM AS    *
      * QUANTIDADES (INTCAR.LST)                        *
      **************************************************
      * PASSO DO CICLO NOTURNO (NOTCAR). RETURN-CODE:
      *   0 = NENHUMA EXCECAO
      *   4 = HA EXCECOES NA LISTAGEM (A NOITE FICA EM ALERTA)
      *   8 = ERRO DE ABERTURA DE ARQUIVO
      * TIPOS DE EXCECAO:
      *   01 CPF/CNPJ DO PROCAR COM DIGITO VERIFICADOR INVALIDO
      *   02 PROPDOC DO CADCAR SEM CADASTRO NO PROCAR
      *   03 PROPDOC EM BRANCO (PROPRIETARIO EM TEXTO LIVRE)
      *   04 PROPR DO CADCAR DIFERENTE DO PRO-NOME
      *   05 PROPRIETARIO SEM VEICULO E SEM TRANSFERENCIA
      *   06 A 09 TRFCAR/GRVCAR/LICCAR/MULCAR COM PLACA FORA DO
      *      CADCAR (A PLACA ANTIGA DE UM REEMPLACAMENTO E INDICADA)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PROCARSL.
           COPY CADCARSL.
           COPY TRFCARSL.
           COPY GRVCARSL.
           COPY LICCARSL.
           COPY MULCARSL.
           COPY XRFCARSL.
           SELECT ARQORD ASSIGN TO DISK.
           SELECT ARQDOC ASSIGN TO DISK.
           SELECT TRFDOC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DOC.
           SELECT RELINT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY PROCARFD.
           COPY CADCARFD.
           COPY TRFCARFD.
           COPY GRVCARFD.
           COPY LICCARFD.
           COPY MULCARFD.
           COPY XRFCARFD.
      *
       SD ARQORD.
       01 REG-ORD.
          03 ORD-TIPO           PIC 9(02).
          03 ORD-CHAVE          PIC X(14).
          03 ORD-COMPL          PIC X(14).
          03 ORD-DESCR          PIC X(80).
      *
       SD ARQDOC.
       01 REG-ODC.
          03 ODC-DOC            PIC X(14).
      *
      * CPF/CNPJ QUE APARECEM NO TRFCAR (VENDEDOR OU COMPRADOR), EM
      * ORDEM E SEM REPETICAO - CONFRONTADO COM O PROCAR NUMA SO PASSADA
       FD TRFDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INTDOC.TMP".
       01 REGDOC.
          03 DOC-DOC            PIC X(14).
      *
       FD RELINT
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "INTCAR.LST".
       01 LINRELINT              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PRO            PIC X(02) VALUE "00".
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-TRF            PIC X(02) VALUE "00".
       01 ST-GRV            PIC X(02) VALUE "00".
       01 ST-LIC            PIC X(02) VALUE "00".
       01 ST-MUL            PIC X(02) VALUE "00".
       01 ST-XRF            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-DOC            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-DATA-SIS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDT        PIC 99/99/9999.
       01 W-DOCOK           PIC X(01) VALUE SPACES.
       01 W-ACHOUTRF        PIC X(01) VALUE SPACES.
       01 W-TEMTRF          PIC X(01) VALUE "N".
       01 W-TEMDOC          PIC X(01) VALUE "N".
       01 W-FIMDOC          PIC X(01) VALUE "N".
       01 W-DOC-ANT         PIC X(14) VALUE SPACES.
       01 W-TEMGRV          PIC X(01) VALUE "N".
       01 W-TEMLIC          PIC X(01) VALUE "N".
       01 W-TEMMUL          PIC X(01) VALUE "N".
       01 W-TEMXRF          PIC X(01) VALUE "N".
       01 W-PLACA           PIC X(07) VALUE SPACES.
       01 W-OBS             PIC X(25) VALUE SPACES.
       01 W-VALOR-EDT       PIC ZZ.ZZ9,99.
       01 W-QTDE-PRO        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-CAR        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-EXCECOES   PIC 9(06) VALUE ZEROS.
       01 W-QTDE-TIPO       PIC 9(06) VALUE ZEROS.
       01 W-TIPO-ANT        PIC 9(02) VALUE ZEROS.
       01 W-PRIMEIRA        PIC X(01) VALUE "S".
       01 W-IDX             PIC 9(02) VALUE ZEROS.
      *
      * DESCRICAO DOS TIPOS DE EXCECAO E O CONTEUDO DAS COLUNAS
       01 TAB-TIPOS.
          03 FILLER          PIC X(50) VALUE
                "CPF/CNPJ COM DIGITO VERIFICADOR INVALIDO (PROCAR)".
          03 FILLER          PIC X(32) VALUE
                "CPF/CNPJ".
          03 FILLER          PIC X(50) VALUE
                "VEICULO COM PROPDOC SEM CADASTRO NO PROCAR".
          03 FILLER          PIC X(32) VALUE
                "PLACA           PROPDOC".
          03 FILLER          PIC X(50) VALUE
                "VEICULO COM PROPDOC EM BRANCO (TEXTO LIVRE)".
          03 FILLER          PIC X(32) VALUE
                "PLACA".
          03 FILLER          PIC X(50) VALUE
                "NOME DO PROPR DIFERENTE DO PRO-NOME DO PROCAR".
          03 FILLER          PIC X(32) VALUE
                "PLACA           PROPDOC".
          03 FILLER          PIC X(50) VALUE
                "PROPRIETARIO SEM VEICULO E SEM TRANSFERENCIA".
          03 FILLER          PIC X(32) VALUE
                "CPF/CNPJ".
          03 FILLER          PIC X(50) VALUE
                "TRANSFERENCIA (TRFCAR) DE PLACA FORA DO CADCAR".
          03 FILLER          PIC X(32) VALUE
                "PLACA           DATA".
          03 FILLER          PIC X(50) VALUE
                "GRAVAME (GRVCAR) DE PLACA FORA DO CADCAR".
          03 FILLER          PIC X(32) VALUE
                "PLACA           STATUS".
          03 FILLER          PIC X(50) VALUE
                "LICENCIAMENTO (LICCAR) DE PLACA FORA DO CADCAR".
          03 FILLER          PIC X(32) VALUE
                "PLACA           EXERCICIO".
          03 FILLER          PIC X(50) VALUE
                "MULTA (MULCAR) DE PLACA FORA DO CADCAR".
          03 FILLER          PIC X(32) VALUE
                "PLACA           AUTO".
       01 FILLER REDEFINES TAB-TIPOS.
          03 TIP-ITEM OCCURS 9.
             05 TIP-DESCR    PIC X(50).
             05 TIP-COLUNAS  PIC X(32).
       01 TAB-QTTIPO.
          03 QTT-QTDE OCCURS 9 PIC 9(06).
      *
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-013".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(42) VALUE
                "INTEGRIDADE PROPRIETARIO X VEICULO".
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA       PIC 99/99/9999.
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 LINTIPO.
          03 FILLER          PIC X(06) VALUE "TIPO ".
          03 LTIP-TIPO       PIC 99.
          03 FILLER          PIC X(03) VALUE " - ".
          03 LTIP-DESCR      PIC X(50).
       01 LINCOL.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LCOL-COLUNAS    PIC X(32).
          03 FILLER          PIC X(11) VALUE "OBSERVACAO".
       01 LINDET.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-CHAVE       PIC X(14).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-COMPL       PIC X(14).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 DET-DESCR       PIC X(80).
       01 LINSUB.
          03 FILLER          PIC X(22) VALUE "TOTAL DO TIPO:".
          03 SUB-QTDE        PIC ZZZZZ9.
       01 LINRESUMO.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 RES-TIPO        PIC 99.
          03 FILLER          PIC X(03) VALUE " - ".
          03 RES-DESCR       PIC X(50).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 RES-QTDE        PIC ZZZZZ9.
       01 LINTOTAIS.
          03 FILLER          PIC X(28)
                 VALUE "PROPRIETARIOS LIDOS:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-PRO         PIC ZZZZZ9.
       01 LINTOTAIS2.
          03 FILLER          PIC X(28)
                 VALUE "VEICULOS LIDOS:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-CAR         PIC ZZZZZ9.
       01 LINTOTAIS3.
          03 FILLER          PIC X(28) VALUE "TOTAL DE EXCECOES:".
          03 FILLER          PIC X(02) VALUE SPACES.
          03 TOT-EXCECOES    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PROCAR
           IF ST-PRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO PROCAR" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMERRO.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCAR" TO MENS
              DISPLAY MENS
              CLOSE PROCAR
              GO TO ROT-FIMERRO.
      * TRFCAR, GRVCAR, LICCAR, MULCAR E XRFCAR AINDA NAO CRIADOS NA
      * INSTALACAO SAO TRATADOS COMO VAZIOS
           OPEN INPUT TRFCAR
           IF ST-TRF = "00"
              MOVE "S" TO W-TEMTRF
           ELSE
              IF ST-TRF NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO TRFCAR" TO MENS
                 DISPLAY MENS
                 CLOSE PROCAR CADCAR
                 GO TO ROT-FIMERRO.
           OPEN INPUT GRVCAR
           IF ST-GRV = "00"
              MOVE "S" TO W-TEMGRV
           ELSE
              IF ST-GRV NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO GRVCAR" TO MENS
                 DISPLAY MENS
                 PERFORM ROT-FECHAOPC THRU ROT-FECHAOPC-FIM
                 CLOSE PROCAR CADCAR
                 GO TO ROT-FIMERRO.
           OPEN INPUT LICCAR
           IF ST-LIC = "00"
              MOVE "S" TO W-TEMLIC
           ELSE
              IF ST-LIC NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO LICCAR" TO MENS
                 DISPLAY MENS
                 PERFORM ROT-FECHAOPC THRU ROT-FECHAOPC-FIM
                 CLOSE PROCAR CADCAR
                 GO TO ROT-FIMERRO.
           OPEN INPUT MULCAR
           IF ST-MUL = "00"
              MOVE "S" TO W-TEMMUL
           ELSE
              IF ST-MUL NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO MULCAR" TO MENS
                 DISPLAY MENS
                 PERFORM ROT-FECHAOPC THRU ROT-FECHAOPC-FIM
                 CLOSE PROCAR CADCAR
                 GO TO ROT-FIMERRO.
           OPEN INPUT XRFCAR
           IF ST-XRF = "00"
              MOVE "S" TO W-TEMXRF
           ELSE
              IF ST-XRF NOT = "35"
                 MOVE "ERRO ABERTURA DO ARQUIVO XRFCAR" TO MENS
                 DISPLAY MENS
                 PERFORM ROT-FECHAOPC THRU ROT-FECHAOPC-FIM
                 CLOSE PROCAR CADCAR
                 GO TO ROT-FIMERRO.
           OPEN OUTPUT RELINT
           IF ST-REL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RELINT" TO MENS
              DISPLAY MENS
              PERFORM ROT-FECHAOPC THRU ROT-FECHAOPC-FIM
              CLOSE PROCAR CADCAR
              GO TO ROT-FIMERRO.
      *
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           MOVE ZEROS TO TAB-QTTIPO
           MOVE W-DATA-SIS (7:2) TO W-DATA-EDT (1:2)
           MOVE W-DATA-SIS (5:2) TO W-DATA-EDT (4:2)
           MOVE W-DATA-SIS (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB1-DATA
           MOVE CAB1 TO LINRELINT
           WRITE LINRELINT
           MOVE CAB3 TO LINRELINT
           WRITE LINRELINT
      *
      * PASSO 1 - CPF/CNPJ DO TRFCAR NO ARQUIVO DE TRABALHO, EM ORDEM,
      * PARA A PROCURA DOS PROPRIETARIOS SEM VEICULO
           IF W-TEMTRF = "S"
              PERFORM ROT-DOCTRF THRU ROT-DOCTRF-FIM.
      *
      * PASSO 2 - EXCECOES
           SORT ARQORD ON ASCENDING KEY ORD-TIPO ORD-CHAVE ORD-COMPL
                INPUT  PROCEDURE IS ROT-SELECIONA
                                 THRU ROT-SELECIONA-FIM
                OUTPUT PROCEDURE IS ROT-IMPRIME THRU ROT-IMPRIME-FIM
      *
           IF W-PRIMEIRA = "N"
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
      *
           PERFORM ROT-FECHAOPC THRU ROT-FECHAOPC-FIM
           CLOSE PROCAR CADCAR RELINT
           DISPLAY "PROPRIETARIOS LIDOS: " W-QTDE-PRO
           DISPLAY "VEICULOS LIDOS     : " W-QTDE-CAR
           DISPLAY "TOTAL DE EXCECOES  : " W-QTDE-EXCECOES
           IF W-QTDE-EXCECOES > ZEROS
              GO TO ROT-FIMALERTA.
           GO TO ROT-FIM.
      *
      **************************************************
      * FECHA OS ARQUIVOS OPCIONAIS QUE FORAM ABERTOS   *
      **************************************************
       ROT-FECHAOPC.
           IF W-TEMTRF = "S"
              CLOSE TRFCAR.
           IF W-TEMDOC = "S"
              CLOSE TRFDOC.
           IF W-TEMGRV = "S"
              CLOSE GRVCAR.
           IF W-TEMLIC = "S"
              CLOSE LICCAR.
           IF W-TEMMUL = "S"
              CLOSE MULCAR.
           IF W-TEMXRF = "S"
              CLOSE XRFCAR.
       ROT-FECHAOPC-FIM.
           EXIT.
      *
      **************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT - PERCORRE O    *
      * PROCAR, O CADCAR E OS ARQUIVOS POR PLACA E      *
      * LIBERA UMA LINHA POR EXCECAO ENCONTRADA         *
      **************************************************
       ROT-SELECIONA.
           PERFORM ROT-PROPRIET THRU ROT-PROPRIET-FIM
           PERFORM ROT-VEICULOS THRU ROT-VEICULOS-FIM
           IF W-TEMTRF = "S"
              PERFORM ROT-ORFTRF THRU ROT-ORFTRF-FIM.
           IF W-TEMGRV = "S"
              PERFORM ROT-ORFGRV THRU ROT-ORFGRV-FIM.
           IF W-TEMLIC = "S"
              PERFORM ROT-ORFLIC THRU ROT-ORFLIC-FIM.
           IF W-TEMMUL = "S"
              PERFORM ROT-ORFMUL THRU ROT-ORFMUL-FIM.
       ROT-SELECIONA-FIM.
           EXIT.
      *
      **************************************************
      * PROCAR - DIGITOS DO CPF/CNPJ E PROPRIETARIO SEM *
      * VEICULO NO CADCAR E SEM MOVIMENTO NO TRFCAR     *
      **************************************************
       ROT-PROPRIET.
           MOVE "S" TO W-FIMDOC
           IF W-TEMDOC = "S"
              MOVE "N" TO W-FIMDOC
              READ TRFDOC NEXT RECORD AT END
                   MOVE "S" TO W-FIMDOC.
           MOVE LOW-VALUES TO PRO-DOC
           START PROCAR KEY IS NOT LESS PRO-DOC
                 INVALID KEY GO TO ROT-PROPRIET-FIM.
       ROT-PROPRIET2.
           READ PROCAR NEXT RECORD AT END
                GO TO ROT-PROPRIET-FIM.
           ADD 1 TO W-QTDE-PRO
           CALL "DIGCAR" USING PRO-DOC W-DOCOK
           IF W-DOCOK NOT = "S"
              MOVE 01       TO ORD-TIPO
              MOVE PRO-DOC  TO ORD-CHAVE
              MOVE SPACES   TO ORD-COMPL
              MOVE PRO-NOME TO ORD-DESCR
              RELEASE REG-ORD.
           MOVE PRO-DOC TO PROPDOC
           START CADCAR KEY IS EQUAL PROPDOC
                 INVALID KEY GO TO ROT-PROPRIET3.
           GO TO ROT-PROPRIET2.
       ROT-PROPRIET3.
           PERFORM ROT-TEMTRF THRU ROT-TEMTRF-FIM
           IF W-ACHOUTRF = "N"
              MOVE 05       TO ORD-TIPO
              MOVE PRO-DOC  TO ORD-CHAVE
              MOVE SPACES   TO ORD-COMPL
              MOVE PRO-NOME TO ORD-DESCR
              RELEASE REG-ORD.
           GO TO ROT-PROPRIET2.
       ROT-PROPRIET-FIM.
           EXIT.
      *
      **************************************************
      * PROCURA O PRO-DOC NOS CPF/CNPJ DO TRFCAR - SO E *
      * CHAMADA PARA O PROPRIETARIO QUE NAO TEM VEICULO *
      * NO CADCAR. O PROCAR E O INTDOC.TMP ESTAO NA     *
      * MESMA ORDEM, ENTAO O ARQUIVO DE TRABALHO SO     *
      * AVANCA (CASAMENTO DE ARQUIVOS)                  *
      **************************************************
       ROT-TEMTRF.
           MOVE "N" TO W-ACHOUTRF.
       ROT-TEMTRF2.
           IF W-FIMDOC = "S"
              GO TO ROT-TEMTRF-FIM.
           IF DOC-DOC = PRO-DOC
              MOVE "S" TO W-ACHOUTRF
              GO TO ROT-TEMTRF-FIM.
           IF DOC-DOC > PRO-DOC
              GO TO ROT-TEMTRF-FIM.
           READ TRFDOC NEXT RECORD AT END
                MOVE "S" TO W-FIMDOC.
           GO TO ROT-TEMTRF2.
       ROT-TEMTRF-FIM.
           EXIT.
      *
      **************************************************
      * MONTA O INTDOC.TMP - UM REGISTRO POR CPF/CNPJ   *
      * QUE APARECE NO TRFCAR, EM ORDEM. O TRFCAR E     *
      * REABERTO EM SEGUIDA PARA A PASSADA DE PLACAS    *
      **************************************************
       ROT-DOCTRF.
           OPEN OUTPUT TRFDOC
           IF ST-DOC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO INTDOC.TMP" TO MENS
              DISPLAY MENS
              GO TO ROT-ERRODOC.
           SORT ARQDOC ON ASCENDING KEY ODC-DOC
                INPUT  PROCEDURE IS ROT-SELDOC THRU ROT-SELDOC-FIM
                OUTPUT PROCEDURE IS ROT-GRVDOC THRU ROT-GRVDOC-FIM
           CLOSE TRFDOC
           OPEN INPUT TRFDOC
           IF ST-DOC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO INTDOC.TMP" TO MENS
              DISPLAY MENS
              GO TO ROT-ERRODOC.
           MOVE "S" TO W-TEMDOC
           CLOSE TRFCAR
           OPEN INPUT TRFCAR
           IF ST-TRF NOT = "00"
              MOVE "N" TO W-TEMTRF
              MOVE "ERRO REABERTURA DO ARQUIVO TRFCAR" TO MENS
              DISPLAY MENS
              GO TO ROT-ERRODOC.
           GO TO ROT-DOCTRF-FIM.
       ROT-ERRODOC.
           PERFORM ROT-FECHAOPC THRU ROT-FECHAOPC-FIM
           CLOSE PROCAR CADCAR RELINT
           GO TO ROT-FIMERRO.
       ROT-DOCTRF-FIM.
           EXIT.
      *
       ROT-SELDOC.
           READ TRFCAR NEXT RECORD AT END
                GO TO ROT-SELDOC-FIM.
           IF TRF-DOCVEND NOT = SPACES
              MOVE TRF-DOCVEND TO ODC-DOC
              RELEASE REG-ODC.
           IF TRF-DOCCOMP NOT = SPACES
              MOVE TRF-DOCCOMP TO ODC-DOC
              RELEASE REG-ODC.
           GO TO ROT-SELDOC.
       ROT-SELDOC-FIM.
           EXIT.
      *
       ROT-GRVDOC.
           MOVE SPACES TO W-DOC-ANT.
       ROT-GRVDOC2.
           RETURN ARQDOC AT END
                GO TO ROT-GRVDOC-FIM.
           IF ODC-DOC = W-DOC-ANT
              GO TO ROT-GRVDOC2.
           MOVE ODC-DOC TO W-DOC-ANT DOC-DOC
           WRITE REGDOC
           GO TO ROT-GRVDOC2.
       ROT-GRVDOC-FIM.
           EXIT.
      *
      **************************************************
      * CADCAR - PROPDOC EM BRANCO, SEM PROCAR OU COM   *
      * NOME DIVERGENTE DO CADASTRO DE PROPRIETARIOS    *
      **************************************************
       ROT-VEICULOS.
           MOVE LOW-VALUES TO PLACA
           START CADCAR KEY IS NOT LESS PLACA
                 INVALID KEY GO TO ROT-VEICULOS-FIM.
       ROT-VEICULOS2.
           READ CADCAR NEXT RECORD AT END
                GO TO ROT-VEICULOS-FIM.
           ADD 1 TO W-QTDE-CAR
           MOVE PLACA  TO ORD-CHAVE
           MOVE SPACES TO ORD-COMPL ORD-DESCR
           IF PROPDOC = SPACES
              MOVE 03    TO ORD-TIPO
              MOVE PROPR TO ORD-DESCR
              RELEASE REG-ORD
              GO TO ROT-VEICULOS2.
           MOVE PROPDOC TO PRO-DOC ORD-COMPL
           READ PROCAR INVALID KEY
                MOVE 02    TO ORD-TIPO
                MOVE PROPR TO ORD-DESCR
                RELEASE REG-ORD
                GO TO ROT-VEICULOS2.
           IF PROPR NOT = PRO-NOME
              MOVE 04    TO ORD-TIPO
              STRING PROPR    DELIMITED BY SIZE
                     " <> "   DELIMITED BY SIZE
                     PRO-NOME DELIMITED BY SIZE
                     INTO ORD-DESCR
              RELEASE REG-ORD.
           GO TO ROT-VEICULOS2.
       ROT-VEICULOS-FIM.
           EXIT.
      *
      **************************************************
      * TRFCAR - TRANSFERENCIAS DE PLACA FORA DO CADCAR *
      **************************************************
       ROT-ORFTRF.
           READ TRFCAR NEXT RECORD AT END
                GO TO ROT-ORFTRF-FIM.
           MOVE TRF-PLACA TO PLACA
           READ CADCAR INVALID KEY
                MOVE TRF-PLACA TO W-PLACA
                PERFORM ROT-REEMPLACA THRU ROT-REEMPLACA-FIM
                MOVE 06        TO ORD-TIPO
                MOVE TRF-PLACA TO ORD-CHAVE
                MOVE TRF-DATA (7:2) TO W-DATA-EDT (1:2)
                MOVE TRF-DATA (5:2) TO W-DATA-EDT (4:2)
                MOVE TRF-DATA (1:4) TO W-DATA-EDT (7:4)
                MOVE W-DATA-EDT TO ORD-COMPL
                MOVE SPACES     TO ORD-DESCR
                STRING TRF-DOCVEND DELIMITED BY SPACE
                       " -> "      DELIMITED BY SIZE
                       TRF-DOCCOMP DELIMITED BY SPACE
                       "  "        DELIMITED BY SIZE
                       W-OBS       DELIMITED BY SIZE
                       INTO ORD-DESCR
                RELEASE REG-ORD.
           GO TO ROT-ORFTRF.
       ROT-ORFTRF-FIM.
           EXIT.
      *
      **************************************************
      * GRVCAR - GRAVAMES DE PLACA FORA DO CADCAR       *
      **************************************************
       ROT-ORFGRV.
           MOVE LOW-VALUES TO GRV-PLACA
           START GRVCAR KEY IS NOT LESS GRV-PLACA
                 INVALID KEY GO TO ROT-ORFGRV-FIM.
       ROT-ORFGRV2.
           READ GRVCAR NEXT RECORD AT END
                GO TO ROT-ORFGRV-FIM.
           MOVE GRV-PLACA TO PLACA
           READ CADCAR INVALID KEY
                MOVE GRV-PLACA TO W-PLACA
                PERFORM ROT-REEMPLACA THRU ROT-REEMPLACA-FIM
                MOVE 07         TO ORD-TIPO
                MOVE GRV-PLACA  TO ORD-CHAVE
                MOVE GRV-STATUS TO ORD-COMPL
                MOVE SPACES     TO ORD-DESCR
                STRING GRV-BANCO    DELIMITED BY SIZE
                       " "          DELIMITED BY SIZE
                       GRV-CONTRATO DELIMITED BY SIZE
                       " "          DELIMITED BY SIZE
                       W-OBS        DELIMITED BY SIZE
                       INTO ORD-DESCR
                RELEASE REG-ORD.
           GO TO ROT-ORFGRV2.
       ROT-ORFGRV-FIM.
           EXIT.
      *
      **************************************************
      * LICCAR - LICENCIAMENTOS DE PLACA FORA DO CADCAR *
      **************************************************
       ROT-ORFLIC.
           MOVE LOW-VALUES TO LIC-CHAVE
           START LICCAR KEY IS NOT LESS LIC-CHAVE
                 INVALID KEY GO TO ROT-ORFLIC-FIM.
       ROT-ORFLIC2.
           READ LICCAR NEXT RECORD AT END
                GO TO ROT-ORFLIC-FIM.
           MOVE LIC-PLACA TO PLACA
           READ CADCAR INVALID KEY
                MOVE LIC-PLACA TO W-PLACA
                PERFORM ROT-REEMPLACA THRU ROT-REEMPLACA-FIM
                MOVE 08        TO ORD-TIPO
                MOVE LIC-PLACA TO ORD-CHAVE
                MOVE LIC-EXERC TO ORD-COMPL
                MOVE SPACES    TO ORD-DESCR
                STRING "STATUS "  DELIMITED BY SIZE
                       LIC-STATUS DELIMITED BY SIZE
                       "  "       DELIMITED BY SIZE
                       W-OBS      DELIMITED BY SIZE
                       INTO ORD-DESCR
                RELEASE REG-ORD.
           GO TO ROT-ORFLIC2.
       ROT-ORFLIC-FIM.
           EXIT.
      *
      **************************************************
      * MULCAR - MULTAS DE PLACA FORA DO CADCAR         *
      **************************************************
       ROT-ORFMUL.
           MOVE LOW-VALUES TO MUL-CHAVE
           START MULCAR KEY IS NOT LESS MUL-CHAVE
                 INVALID KEY GO TO ROT-ORFMUL-FIM.
       ROT-ORFMUL2.
           READ MULCAR NEXT RECORD AT END
                GO TO ROT-ORFMUL-FIM.
           MOVE MUL-PLACA TO PLACA
           READ CADCAR INVALID KEY
                MOVE MUL-PLACA TO W-PLACA
                PERFORM ROT-REEMPLACA THRU ROT-REEMPLACA-FIM
                MOVE 09        TO ORD-TIPO
                MOVE MUL-PLACA TO ORD-CHAVE
                MOVE MUL-AUTO  TO ORD-COMPL
                MOVE MUL-VALOR TO W-VALOR-EDT
                MOVE SPACES    TO ORD-DESCR
                STRING "STATUS "   DELIMITED BY SIZE
                       MUL-STATUS  DELIMITED BY SIZE
                       " R$ "      DELIMITED BY SIZE
                       W-VALOR-EDT DELIMITED BY SIZE
                       "  "        DELIMITED BY SIZE
                       W-OBS       DELIMITED BY SIZE
                       INTO ORD-DESCR
                RELEASE REG-ORD.
           GO TO ROT-ORFMUL2.
       ROT-ORFMUL-FIM.
           EXIT.
      *
      **************************************************
      * INDICA EM W-OBS QUANDO A PLACA FORA DO CADCAR E *
      * A PLACA ANTIGA DE UM REEMPLACAMENTO (XRFCAR)    *
      **************************************************
       ROT-REEMPLACA.
           MOVE SPACES TO W-OBS
           IF W-TEMXRF NOT = "S"
              GO TO ROT-REEMPLACA-FIM.
           MOVE W-PLACA TO XRF-PLACAANT
           READ XRFCAR INVALID KEY
                GO TO ROT-REEMPLACA-FIM.
           STRING "(REEMPLACADO P/ " DELIMITED BY SIZE
                  XRF-PLACANOVA      DELIMITED BY SIZE
                  ")"                DELIMITED BY SIZE
                  INTO W-OBS.
       ROT-REEMPLACA-FIM.
           EXIT.
      *
      **************************************
      * PROCEDIMENTO DE SAIDA DO SORT       *
      **************************************
       ROT-IMPRIME.
           RETURN ARQORD AT END
                  GO TO ROT-IMPRIME-FIM.
           ADD 1 TO W-QTDE-EXCECOES
           ADD 1 TO QTT-QTDE (ORD-TIPO)
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              MOVE ORD-TIPO TO W-TIPO-ANT
              PERFORM ROT-CABTIPO THRU ROT-CABTIPO-FIM
           ELSE
              IF ORD-TIPO NOT = W-TIPO-ANT
                 PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM
                 MOVE ORD-TIPO TO W-TIPO-ANT
                 PERFORM ROT-CABTIPO THRU ROT-CABTIPO-FIM.
           MOVE ORD-CHAVE     TO DET-CHAVE
           MOVE ORD-COMPL     TO DET-COMPL
           MOVE ORD-DESCR     TO DET-DESCR
           MOVE LINDET        TO LINRELINT
           WRITE LINRELINT
           ADD 1 TO W-QTDE-TIPO
           GO TO ROT-IMPRIME.
       ROT-IMPRIME-FIM.
           EXIT.
      *
      **************************************
      * CABECALHO DE GRUPO POR TIPO         *
      **************************************
       ROT-CABTIPO.
           MOVE SPACES       TO LINRELINT
           WRITE LINRELINT
           MOVE W-TIPO-ANT   TO LTIP-TIPO
           MOVE TIP-DESCR (W-TIPO-ANT) TO LTIP-DESCR
           MOVE LINTIPO      TO LINRELINT
           WRITE LINRELINT
           MOVE TIP-COLUNAS (W-TIPO-ANT) TO LCOL-COLUNAS
           MOVE LINCOL       TO LINRELINT
           WRITE LINRELINT.
       ROT-CABTIPO-FIM.
           EXIT.
      *
      **************************************
      * SUBTOTAL POR TIPO                   *
      **************************************
       ROT-SUBTOTAL.
           MOVE W-QTDE-TIPO   TO SUB-QTDE
           MOVE LINSUB        TO LINRELINT
           WRITE LINRELINT
           MOVE ZEROS         TO W-QTDE-TIPO.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS FINAIS E RESUMO POR TIPO     *
      **************************************
       ROT-TOTAIS.
           MOVE SPACES          TO LINRELINT
           WRITE LINRELINT
           MOVE CAB3 TO LINRELINT
           WRITE LINRELINT
           MOVE 1 TO W-IDX.
       ROT-TOTAIS2.
           MOVE W-IDX             TO RES-TIPO
           MOVE TIP-DESCR (W-IDX) TO RES-DESCR
           MOVE QTT-QTDE (W-IDX)  TO RES-QTDE
           MOVE LINRESUMO         TO LINRELINT
           WRITE LINRELINT
           ADD 1 TO W-IDX
           IF W-IDX < 10
              GO TO ROT-TOTAIS2.
           MOVE CAB3 TO LINRELINT
           WRITE LINRELINT
           MOVE W-QTDE-PRO      TO TOT-PRO
           MOVE LINTOTAIS       TO LINRELINT
           WRITE LINRELINT
           MOVE W-QTDE-CAR      TO TOT-CAR
           MOVE LINTOTAIS2      TO LINRELINT
           WRITE LINRELINT
           MOVE W-QTDE-EXCECOES TO TOT-EXCECOES
           MOVE LINTOTAIS3      TO LINRELINT
           WRITE LINRELINT.
       ROT-TOTAIS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      * O ENCERRAMENTO COM EXCECOES DEVOLVE RETURN-CODE 4 (ALERTA) E
      * O ENCERRAMENTO COM ERRO DEVOLVE 8 (FALHA DO PASSO) AO
      * CONTROLADOR DO CICLO NOTURNO (NOTCAR)
       ROT-FIMERRO.
           MOVE 8 TO RETURN-CODE
           GO TO ROT-FIM2.
       ROT-FIMALERTA.
           MOVE 4 TO RETURN-CODE
           GO TO ROT-FIM2.
       ROT-FIM.
           MOVE ZEROS TO RETURN-CODE.
       ROT-FIM2.
           GOBACK.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
