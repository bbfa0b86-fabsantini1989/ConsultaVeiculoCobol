       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATLOT.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * FATURAMENTO MENSAL DA CONSULTA EM LOTE - SOMA,  *
      * POR PARCEIRO, AS PLACAS ENCONTRADAS E NAO       *
      * ENCONTRADAS NAS EXECUCOES DO LOTCAR NO MES      *
      * (EXELOT), APLICA AS TARIFAS DO CADASTRO DE      *
      * PARCEIROS (PARCAR) E EMITE A RELACAO DE FATURAS *
      * (FATLOT.LST) E O ARQUIVO DELIMITADO PARA O      *
      * SISTEMA FINANCEIRO (FATLOT.CSV)                 *
      **************************************************
      * SO AS EXECUCOES CONCLUIDAS SAO COBRADAS; AS REJEITADAS
      * (PARCEIRO INATIVO) APARECEM NA FATURA APENAS PARA CONFERENCIA.
      * AS TARIFAS USADAS SAO AS VIGENTES NO PARCAR NA DATA DO
      * FATURAMENTO. O CSV TEM UMA LINHA POR PARCEIRO E E SEPARADO POR
      * PONTO-E-VIRGULA PORQUE OS VALORES USAM VIRGULA DECIMAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PARCARSL.
           COPY EXELOTSL.
           SELECT ARQORD ASSIGN TO DISK.
           SELECT RELFAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           SELECT CSVFAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CSV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY PARCARFD.
           COPY EXELOTFD.
      *
       SD ARQORD.
       01 REG-ORD.
          03 ORD-PARCEIRO       PIC X(06).
          03 ORD-DATA           PIC 9(08).
          03 ORD-NUMERO         PIC 9(08).
          03 ORD-SITUACAO       PIC X(01).
          03 ORD-LIDAS          PIC 9(06).
          03 ORD-ACHADAS        PIC 9(06).
          03 ORD-NEGADAS        PIC 9(06).
      *
       FD RELFAT
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "FATLOT.LST".
       01 LINRELFAT              PIC X(132).
      *
       FD CSVFAT
               LABEL RECORD IS OMITTED
               VALUE OF FILE-ID IS "FATLOT.CSV".
       01 LINCSVFAT              PIC X(200).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PRC            PIC X(02) VALUE "00".
       01 ST-EXE            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-CSV            PIC X(02) VALUE "00".
       01 MENS              PIC X(50) VALUE SPACES.
       01 W-DATA-SIS.
          03 W-ANO-SIS         PIC 9(04).
          03 W-MES-SIS         PIC 9(02).
          03 W-DIA-SIS         PIC 9(02).
       01 W-DATA-EDT         PIC 99/99/9999.
       01 W-REF-ENT          PIC X(06) VALUE SPACES.
       01 W-ANOMES.
          03 W-REF-ANO         PIC 9(04).
          03 W-REF-MES         PIC 9(02).
       01 W-ANOMES-N REDEFINES W-ANOMES PIC 9(06).
       01 W-PRIMEIRA         PIC X(01) VALUE "S".
       01 W-PARC-ANT         PIC X(06) VALUE SPACES.
       01 W-TEMPRC           PIC X(01) VALUE "N".
       01 W-TARACH           PIC 9(03)V99 VALUE ZEROS.
       01 W-TARNEG           PIC 9(03)V99 VALUE ZEROS.
       01 W-PRC-NOME         PIC X(40) VALUE SPACES.
       01 W-PRC-CNPJ         PIC X(14) VALUE SPACES.
       01 W-PAR-EXEC         PIC 9(06) VALUE ZEROS.
       01 W-PAR-REJ          PIC 9(06) VALUE ZEROS.
       01 W-PAR-LIDAS        PIC 9(07) VALUE ZEROS.
       01 W-PAR-ACHADAS      PIC 9(07) VALUE ZEROS.
       01 W-PAR-NEGADAS      PIC 9(07) VALUE ZEROS.
       01 W-VAL-ACH          PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-NEG          PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-FAT          PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-GERAL        PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDE-PARC        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-EXEC        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-REJ         PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMCAD      PIC 9(06) VALUE ZEROS.
       01 W-CSV-EXEC         PIC 9(06).
       01 W-CSV-ACHADAS      PIC 9(07).
       01 W-CSV-NEGADAS      PIC 9(07).
       01 W-CSV-TARACH       PIC 9(03),99.
       01 W-CSV-TARNEG       PIC 9(03),99.
       01 W-CSV-VALACH       PIC 9(09),99.
       01 W-CSV-VALNEG       PIC 9(09),99.
       01 W-CSV-VALFAT       PIC 9(09),99.
      *
       01 CAB1.
          03 FILLER          PIC X(20) VALUE "RELATORIO CADCAR-020".
          03 FILLER          PIC X(20) VALUE SPACES.
          03 FILLER          PIC X(42) VALUE
                "FATURAMENTO DA CONSULTA EM LOTE".
          03 FILLER          PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA       PIC 99/99/9999.
       01 CAB2.
          03 FILLER          PIC X(18) VALUE "MES DE REFERENCIA:".
          03 CAB2-REF-MES    PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 CAB2-REF-ANO    PIC 9(04).
       01 CAB3.
          03 FILLER          PIC X(132) VALUE ALL "-".
       01 CABPAR1.
          03 FILLER          PIC X(10) VALUE "PARCEIRO: ".
          03 CPAR-CODIGO     PIC X(06).
          03 FILLER          PIC X(03) VALUE " - ".
          03 CPAR-NOME       PIC X(40).
          03 FILLER          PIC X(03) VALUE SPACES.
          03 FILLER          PIC X(06) VALUE "CNPJ: ".
          03 CPAR-CNPJ       PIC X(14).
       01 CABPAR2.
          03 FILLER          PIC X(20) VALUE "TARIFA ENCONTRADA: ".
          03 CPAR-TARACH     PIC ZZ9,99.
          03 FILLER          PIC X(05) VALUE SPACES.
          03 FILLER          PIC X(24) VALUE
                "TARIFA NAO ENCONTRADA: ".
          03 CPAR-TARNEG     PIC ZZ9,99.
          03 FILLER          PIC X(05) VALUE SPACES.
          03 CPAR-AVISO      PIC X(30).
       01 CABPAR3.
          03 FILLER          PIC X(12) VALUE "  EXECUCAO".
          03 FILLER          PIC X(13) VALUE "DATA".
          03 FILLER          PIC X(12) VALUE "SITUACAO".
          03 FILLER          PIC X(10) VALUE "    LIDAS".
          03 FILLER          PIC X(13) VALUE "  ENCONTRADAS".
          03 FILLER          PIC X(17) VALUE "  NAO ENCONTRADAS".
       01 LINEXE.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEXE-NUMERO     PIC 9(08).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEXE-DATA       PIC 99/99/9999.
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LEXE-SITUACAO   PIC X(10).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LEXE-LIDAS      PIC ZZZ.ZZ9.
          03 FILLER          PIC X(06) VALUE SPACES.
          03 LEXE-ACHADAS    PIC ZZZ.ZZ9.
          03 FILLER          PIC X(10) VALUE SPACES.
          03 LEXE-NEGADAS    PIC ZZZ.ZZ9.
       01 LINFAT.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 LFAT-DESCR      PIC X(24).
          03 LFAT-QTDE       PIC Z.ZZZ.ZZ9.
          03 FILLER          PIC X(05) VALUE " X R$".
          03 LFAT-TARIFA     PIC ZZ9,99.
          03 FILLER          PIC X(05) VALUE " = R$".
          03 LFAT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINFATTOT.
          03 FILLER          PIC X(04) VALUE SPACES.
          03 FILLER          PIC X(47) VALUE
                "TOTAL DA FATURA".
          03 FILLER          PIC X(02) VALUE "R$".
          03 LFTOT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
       01 LINTOTAIS.
          03 LTOT-DESCR      PIC X(28).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LTOT-QTDE       PIC ZZZZZ9.
       01 LINTOTVAL.
          03 FILLER          PIC X(28)
                 VALUE "VALOR TOTAL FATURADO:".
          03 FILLER          PIC X(02) VALUE "R$".
          03 LTOT-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
           DISPLAY "MES A FATURAR (AAAAMM) OU ENTER P/ MES ANTERIOR:"
           ACCEPT W-REF-ENT
           IF W-REF-ENT NUMERIC
              MOVE W-REF-ENT TO W-ANOMES
           ELSE
              MOVE W-ANO-SIS TO W-REF-ANO
              MOVE W-MES-SIS TO W-REF-MES
              IF W-REF-MES = 1
                 MOVE 12 TO W-REF-MES
                 SUBTRACT 1 FROM W-REF-ANO
              ELSE
                 SUBTRACT 1 FROM W-REF-MES.
           IF W-REF-MES < 1 OR W-REF-MES > 12
              MOVE "MES DE REFERENCIA INVALIDO" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
      *
           OPEN INPUT PARCAR
           IF ST-PRC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO PARCAR" TO MENS
              DISPLAY MENS
              GO TO ROT-FIM.
           OPEN INPUT EXELOT
           IF ST-EXE NOT = "00"
              IF ST-EXE = "35"
                 MOVE "NENHUMA EXECUCAO DO LOTE REGISTRADA" TO MENS
                 DISPLAY MENS
                 CLOSE PARCAR
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO EXELOT" TO MENS
                 DISPLAY MENS
                 CLOSE PARCAR
                 GO TO ROT-FIM.
           OPEN OUTPUT RELFAT
           IF ST-REL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO FATLOT.LST" TO MENS
              DISPLAY MENS
              CLOSE PARCAR EXELOT
              GO TO ROT-FIM.
           OPEN OUTPUT CSVFAT
           IF ST-CSV NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO FATLOT.CSV" TO MENS
              DISPLAY MENS
              CLOSE PARCAR EXELOT RELFAT
              GO TO ROT-FIM.
      *
           MOVE W-DIA-SIS TO W-DATA-EDT (1:2)
           MOVE W-MES-SIS TO W-DATA-EDT (4:2)
           MOVE W-ANO-SIS TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT TO CAB1-DATA
           MOVE W-REF-MES  TO CAB2-REF-MES
           MOVE W-REF-ANO  TO CAB2-REF-ANO
           MOVE CAB1 TO LINRELFAT
           WRITE LINRELFAT
           MOVE CAB2 TO LINRELFAT
           WRITE LINRELFAT
           MOVE CAB3 TO LINRELFAT
           WRITE LINRELFAT
           MOVE SPACES TO LINCSVFAT
           STRING "MES;PARCEIRO;CNPJ;NOME;EXECUCOES;QTDE_ENCONTRADAS;"
                       DELIMITED BY SIZE
                  "TARIFA_ENCONTRADA;VALOR_ENCONTRADAS;"
                       DELIMITED BY SIZE
                  "QTDE_NAO_ENCONTRADAS;TARIFA_NAO_ENCONTRADA;"
                       DELIMITED BY SIZE
                  "VALOR_NAO_ENCONTRADAS;VALOR_TOTAL"
                       DELIMITED BY SIZE
                  INTO LINCSVFAT
           WRITE LINCSVFAT
      *
           SORT ARQORD ON ASCENDING KEY ORD-PARCEIRO ORD-DATA
                                        ORD-NUMERO
                INPUT  PROCEDURE IS ROT-SELECIONA
                                 THRU ROT-SELECIONA-FIM
                OUTPUT PROCEDURE IS ROT-IMPRIME THRU ROT-IMPRIME-FIM
      *
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
           CLOSE PARCAR EXELOT RELFAT CSVFAT
           DISPLAY "PARCEIROS FATURADOS       : " W-QTDE-PARC
           DISPLAY "EXECUCOES COBRADAS        : " W-QTDE-EXEC
           DISPLAY "EXECUCOES REJEITADAS      : " W-QTDE-REJ
           IF W-QTDE-SEMCAD > ZEROS
              DISPLAY "PARCEIROS SEM CADASTRO    : " W-QTDE-SEMCAD.
           GO TO ROT-FIM.
      *
      **************************************************
      * SELECIONA AS EXECUCOES DO MES DE REFERENCIA -   *
      * O REGISTRO ZERO (CONTROLE DA NUMERACAO) E       *
      * IGNORADO                                        *
      **************************************************
       ROT-SELECIONA.
           MOVE 1 TO EXE-NUMERO
           START EXELOT KEY IS NOT LESS EXE-NUMERO
                 INVALID KEY GO TO ROT-SELECIONA-FIM.
       ROT-SELECIONA2.
           READ EXELOT NEXT RECORD AT END
                GO TO ROT-SELECIONA-FIM.
           IF EXE-DATA (1:6) NOT = W-ANOMES
                GO TO ROT-SELECIONA2.
           MOVE EXE-PARCEIRO TO ORD-PARCEIRO
           MOVE EXE-DATA     TO ORD-DATA
           MOVE EXE-NUMERO   TO ORD-NUMERO
           MOVE EXE-SITUACAO TO ORD-SITUACAO
           MOVE EXE-LIDAS    TO ORD-LIDAS
           MOVE EXE-ACHADAS  TO ORD-ACHADAS
           MOVE EXE-NEGADAS  TO ORD-NEGADAS
           RELEASE REG-ORD
           GO TO ROT-SELECIONA2.
       ROT-SELECIONA-FIM.
           EXIT.
      *
      **************************************************
      * IMPRIME A FATURA DE CADA PARCEIRO COM QUEBRA    *
      * PELO CODIGO DO PARCEIRO                         *
      **************************************************
       ROT-IMPRIME.
           RETURN ARQORD AT END
                  GO TO ROT-IMPRIME2.
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              PERFORM ROT-ABREPAR THRU ROT-ABREPAR-FIM
           ELSE
              IF ORD-PARCEIRO NOT = W-PARC-ANT
                 PERFORM ROT-FECHAPAR THRU ROT-FECHAPAR-FIM
                 PERFORM ROT-ABREPAR THRU ROT-ABREPAR-FIM.
           PERFORM ROT-DETALHE THRU ROT-DETALHE-FIM
           GO TO ROT-IMPRIME.
       ROT-IMPRIME2.
           IF W-PRIMEIRA = "N"
              PERFORM ROT-FECHAPAR THRU ROT-FECHAPAR-FIM.
       ROT-IMPRIME-FIM.
           EXIT.
      *
      **************************************************
      * INICIO DA FATURA - BUSCA O PARCEIRO NO PARCAR,  *
      * GUARDA AS TARIFAS E IMPRIME O CABECALHO         *
      **************************************************
       ROT-ABREPAR.
           MOVE ORD-PARCEIRO TO W-PARC-ANT
           MOVE ZEROS TO W-PAR-EXEC W-PAR-REJ W-PAR-LIDAS
                         W-PAR-ACHADAS W-PAR-NEGADAS
           MOVE SPACES TO CPAR-AVISO
           MOVE ORD-PARCEIRO TO PRC-CODIGO
           READ PARCAR INVALID KEY
                MOVE "N" TO W-TEMPRC
                MOVE "PARCEIRO NAO CADASTRADO" TO W-PRC-NOME
                MOVE SPACES TO W-PRC-CNPJ
                MOVE ZEROS  TO W-TARACH W-TARNEG
                MOVE "*** SEM TARIFA - VERIFICAR ***" TO CPAR-AVISO
                ADD 1 TO W-QTDE-SEMCAD
           NOT INVALID KEY
                MOVE "S" TO W-TEMPRC
                MOVE PRC-NOME   TO W-PRC-NOME
                MOVE PRC-CNPJ   TO W-PRC-CNPJ
                MOVE PRC-TARACH TO W-TARACH
                MOVE PRC-TARNEG TO W-TARNEG
                IF PRC-ATIVO NOT = "S"
                   MOVE "PARCEIRO INATIVO" TO CPAR-AVISO.
           MOVE ORD-PARCEIRO TO CPAR-CODIGO
           MOVE W-PRC-NOME   TO CPAR-NOME
           MOVE W-PRC-CNPJ   TO CPAR-CNPJ
           MOVE W-TARACH     TO CPAR-TARACH
           MOVE W-TARNEG     TO CPAR-TARNEG
           MOVE SPACES TO LINRELFAT
           WRITE LINRELFAT
           MOVE CABPAR1 TO LINRELFAT
           WRITE LINRELFAT
           MOVE CABPAR2 TO LINRELFAT
           WRITE LINRELFAT
           MOVE SPACES TO LINRELFAT
           WRITE LINRELFAT
           MOVE CABPAR3 TO LINRELFAT
           WRITE LINRELFAT.
       ROT-ABREPAR-FIM.
           EXIT.
      *
       ROT-DETALHE.
           MOVE ORD-NUMERO TO LEXE-NUMERO
           MOVE ORD-DATA (7:2) TO W-DATA-EDT (1:2)
           MOVE ORD-DATA (5:2) TO W-DATA-EDT (4:2)
           MOVE ORD-DATA (1:4) TO W-DATA-EDT (7:4)
           MOVE W-DATA-EDT  TO LEXE-DATA
           MOVE ORD-LIDAS   TO LEXE-LIDAS
           MOVE ORD-ACHADAS TO LEXE-ACHADAS
           MOVE ORD-NEGADAS TO LEXE-NEGADAS
           IF ORD-SITUACAO = "C"
              MOVE "CONCLUIDA" TO LEXE-SITUACAO
              ADD 1           TO W-PAR-EXEC
              ADD ORD-LIDAS   TO W-PAR-LIDAS
              ADD ORD-ACHADAS TO W-PAR-ACHADAS
              ADD ORD-NEGADAS TO W-PAR-NEGADAS
           ELSE
              MOVE "REJEITADA" TO LEXE-SITUACAO
              ADD 1 TO W-PAR-REJ.
           MOVE LINEXE TO LINRELFAT
           WRITE LINRELFAT.
       ROT-DETALHE-FIM.
           EXIT.
      *
      **************************************************
      * FECHAMENTO DA FATURA - CALCULA OS VALORES PELAS *
      * TARIFAS DO PARCEIRO, IMPRIME O RESUMO E GRAVA A *
      * LINHA DO PARCEIRO NO CSV                        *
      **************************************************
       ROT-FECHAPAR.
           COMPUTE W-VAL-ACH = W-PAR-ACHADAS * W-TARACH
           COMPUTE W-VAL-NEG = W-PAR-NEGADAS * W-TARNEG
           COMPUTE W-VAL-FAT = W-VAL-ACH + W-VAL-NEG
           ADD W-VAL-FAT  TO W-VAL-GERAL
           ADD W-PAR-EXEC TO W-QTDE-EXEC
           ADD W-PAR-REJ  TO W-QTDE-REJ
           ADD 1          TO W-QTDE-PARC
           MOVE SPACES TO LINRELFAT
           WRITE LINRELFAT
           MOVE "PLACAS ENCONTRADAS"     TO LFAT-DESCR
           MOVE W-PAR-ACHADAS            TO LFAT-QTDE
           MOVE W-TARACH                 TO LFAT-TARIFA
           MOVE W-VAL-ACH                TO LFAT-VALOR
           MOVE LINFAT TO LINRELFAT
           WRITE LINRELFAT
           MOVE "PLACAS NAO ENCONTRADAS" TO LFAT-DESCR
           MOVE W-PAR-NEGADAS            TO LFAT-QTDE
           MOVE W-TARNEG                 TO LFAT-TARIFA
           MOVE W-VAL-NEG                TO LFAT-VALOR
           MOVE LINFAT TO LINRELFAT
           WRITE LINRELFAT
           MOVE W-VAL-FAT TO LFTOT-VALOR
           MOVE LINFATTOT TO LINRELFAT
           WRITE LINRELFAT
           MOVE CAB3 TO LINRELFAT
           WRITE LINRELFAT
      *
           MOVE W-PAR-EXEC    TO W-CSV-EXEC
           MOVE W-PAR-ACHADAS TO W-CSV-ACHADAS
           MOVE W-PAR-NEGADAS TO W-CSV-NEGADAS
           MOVE W-TARACH      TO W-CSV-TARACH
           MOVE W-TARNEG      TO W-CSV-TARNEG
           MOVE W-VAL-ACH     TO W-CSV-VALACH
           MOVE W-VAL-NEG     TO W-CSV-VALNEG
           MOVE W-VAL-FAT     TO W-CSV-VALFAT
           MOVE SPACES TO LINCSVFAT
           STRING W-ANOMES                      DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(W-PARC-ANT)     DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(W-PRC-CNPJ)     DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(W-PRC-NOME)     DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-EXEC                    DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-ACHADAS                 DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-TARACH                  DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-VALACH                  DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-NEGADAS                 DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-TARNEG                  DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-VALNEG                  DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  W-CSV-VALFAT                  DELIMITED BY SIZE
                  INTO LINCSVFAT
           WRITE LINCSVFAT.
       ROT-FECHAPAR-FIM.
           EXIT.
      *
      **********************
      * TOTAIS DO RELATORIO *
      **********************
       ROT-TOTAIS.
           MOVE SPACES TO LINRELFAT
           WRITE LINRELFAT
           MOVE "PARCEIROS FATURADOS:" TO LTOT-DESCR
           MOVE W-QTDE-PARC TO LTOT-QTDE
           MOVE LINTOTAIS TO LINRELFAT
           WRITE LINRELFAT
           MOVE "EXECUCOES COBRADAS:" TO LTOT-DESCR
           MOVE W-QTDE-EXEC TO LTOT-QTDE
           MOVE LINTOTAIS TO LINRELFAT
           WRITE LINRELFAT
           MOVE "EXECUCOES REJEITADAS:" TO LTOT-DESCR
           MOVE W-QTDE-REJ TO LTOT-QTDE
           MOVE LINTOTAIS TO LINRELFAT
           WRITE LINRELFAT
           MOVE "PARCEIROS SEM CADASTRO:" TO LTOT-DESCR
           MOVE W-QTDE-SEMCAD TO LTOT-QTDE
           MOVE LINTOTAIS TO LINRELFAT
           WRITE LINRELFAT
           MOVE W-VAL-GERAL TO LTOT-VALOR
           MOVE LINTOTVAL TO LINRELFAT
           WRITE LINRELFAT.
       ROT-TOTAIS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           STOP RUN.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
