       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGCAR.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * VERIFICACAO DOS DIGITOS DE CONTROLE DO CPF/CNPJ *
      * - ROTINA CHAMADA PELO CADASTRO DE PROPRIETARIOS,*
      * PELA TRANSFERENCIA, PELA IMPORTACAO E PELA      *
      * VERIFICACAO NOTURNA DE INTEGRIDADE (INTCAR)     *
      **************************************************
      * O DOCUMENTO VEM SO COM DIGITOS, ALINHADO A ESQUERDA, COMO NO
      * PRO-DOC: 11 DIGITOS E 3 BRANCOS = CPF; 14 DIGITOS = CNPJ.
      * DEVOLVE EM PAR-DOCOK: S = VALIDO, N = INVALIDO.
      * CPF COM OS ONZE DIGITOS IGUAIS E RECUSADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-DOC             PIC X(14) VALUE SPACES.
       01 FILLER REDEFINES W-DOC.
          03 W-DIG OCCURS 14 PIC 9(01).
       01 W-IDX             PIC 9(02) VALUE ZEROS.
       01 W-PESO            PIC 9(02) VALUE ZEROS.
       01 W-SOMA            PIC 9(04) VALUE ZEROS.
       01 W-QUOC            PIC 9(04) VALUE ZEROS.
       01 W-RESTO           PIC 9(02) VALUE ZEROS.
       01 W-DV              PIC 9(01) VALUE ZEROS.
       01 W-POSDV           PIC 9(02) VALUE ZEROS.
       01 W-PRIMDV          PIC 9(02) VALUE ZEROS.
      *
      * PESOS DO CNPJ - O PRIMEIRO DV USA OS 12 PESOS A PARTIR DA
      * POSICAO 2 DA TABELA, O SEGUNDO USA OS 13 A PARTIR DA POSICAO 1
       01 TAB-PESOCNPJ.
          03 FILLER          PIC X(13) VALUE "6543298765432".
       01 FILLER REDEFINES TAB-PESOCNPJ.
          03 PES-CNPJ OCCURS 13 PIC 9(01).
      *
       LINKAGE SECTION.
       01 PAR-DOC           PIC X(14).
       01 PAR-DOCOK         PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PAR-DOC PAR-DOCOK.
       INICIO.
           MOVE "N"     TO PAR-DOCOK
           MOVE PAR-DOC TO W-DOC
           IF W-DOC (1:11) NUMERIC AND W-DOC (12:3) = SPACES
              GO TO ROT-CPF.
           IF W-DOC NUMERIC
              GO TO ROT-CNPJ.
           GO TO ROT-FIM.
      *
      **************************************************
      * CPF - PESOS DE 10 A 2 PARA O PRIMEIRO DV E DE   *
      * 11 A 2 PARA O SEGUNDO                           *
      **************************************************
       ROT-CPF.
           MOVE 2 TO W-IDX.
       ROT-CPF1.
           IF W-DIG (W-IDX) NOT = W-DIG (1)
              GO TO ROT-CPF2.
           ADD 1 TO W-IDX
           IF W-IDX < 12
              GO TO ROT-CPF1.
      * TODOS OS DIGITOS IGUAIS - PASSA NO CALCULO MAS NAO E CPF
           GO TO ROT-FIM.
       ROT-CPF2.
           MOVE 10 TO W-POSDV
           PERFORM ROT-DVCPF THRU ROT-DVCPF-FIM
           IF W-DV NOT = W-DIG (10)
              GO TO ROT-FIM.
           MOVE 11 TO W-POSDV
           PERFORM ROT-DVCPF THRU ROT-DVCPF-FIM
           IF W-DV NOT = W-DIG (11)
              GO TO ROT-FIM.
           MOVE "S" TO PAR-DOCOK
           GO TO ROT-FIM.
      *
      **************************************************
      * CNPJ - PESOS 5..2,9..2 PARA O PRIMEIRO DV E     *
      * 6..2,9..2 PARA O SEGUNDO                        *
      **************************************************
       ROT-CNPJ.
           MOVE 13 TO W-POSDV
           MOVE 2  TO W-PRIMDV
           PERFORM ROT-DVCNPJ THRU ROT-DVCNPJ-FIM
           IF W-DV NOT = W-DIG (13)
              GO TO ROT-FIM.
           MOVE 14 TO W-POSDV
           MOVE 1  TO W-PRIMDV
           PERFORM ROT-DVCNPJ THRU ROT-DVCNPJ-FIM
           IF W-DV NOT = W-DIG (14)
              GO TO ROT-FIM.
           MOVE "S" TO PAR-DOCOK
           GO TO ROT-FIM.
      *
      **************************************************
      * CALCULA EM W-DV O DIGITO DO CPF NA POSICAO      *
      * W-POSDV, COM OS DIGITOS ANTERIORES              *
      **************************************************
       ROT-DVCPF.
           MOVE ZEROS  TO W-SOMA
           MOVE W-POSDV TO W-PESO
           MOVE 1      TO W-IDX.
       ROT-DVCPF1.
           COMPUTE W-SOMA = W-SOMA + W-DIG (W-IDX) * W-PESO
           SUBTRACT 1 FROM W-PESO
           ADD 1 TO W-IDX
           IF W-IDX < W-POSDV
              GO TO ROT-DVCPF1.
           PERFORM ROT-MOD11 THRU ROT-MOD11-FIM.
       ROT-DVCPF-FIM.
           EXIT.
      *
      **************************************************
      * CALCULA EM W-DV O DIGITO DO CNPJ NA POSICAO     *
      * W-POSDV; W-PRIMDV E O PRIMEIRO PESO DA TABELA   *
      **************************************************
       ROT-DVCNPJ.
           MOVE ZEROS    TO W-SOMA
           MOVE W-PRIMDV TO W-PESO
           MOVE 1        TO W-IDX.
       ROT-DVCNPJ1.
           COMPUTE W-SOMA = W-SOMA + W-DIG (W-IDX) * PES-CNPJ (W-PESO)
           ADD 1 TO W-PESO
           ADD 1 TO W-IDX
           IF W-IDX < W-POSDV
              GO TO ROT-DVCNPJ1.
           PERFORM ROT-MOD11 THRU ROT-MOD11-FIM.
       ROT-DVCNPJ-FIM.
           EXIT.
      *
      **************************************************
      * MODULO 11 - RESTO MENOR QUE 2 DA DIGITO ZERO,   *
      * SENAO O DIGITO E 11 MENOS O RESTO               *
      **************************************************
       ROT-MOD11.
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO < 2
              MOVE ZEROS TO W-DV
           ELSE
              COMPUTE W-DV = 11 - W-RESTO.
       ROT-MOD11-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           GOBACK.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
