      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************************
      * CONTROLADOR DO CICLO NOTURNO - EXECUTA A CADEIA *
      * CARGDET / RECDET / APLDET / VALCAR / EXPCAR /   *
      * INTCAR / ENVDET / RELAPR / RELVIS NA ORDEM,     *
      * REGISTRANDO INICIO, FIM E STATUS DE CADA        *
      * PASSO NO CONTROLE CTLNOT. UM PASSO SO RODA SE O *
      * ANTERIOR COMPLETOU; NUMA REEXECUCAO O CICLO     *
      * RETOMA DO PRIMEIRO PASSO INCOMPLETO EM VEZ DE   *
      * REPETIR A NOITE INTEIRA. OS PASSOS SINALIZAM    *
      * FALHA PELO RETURN-CODE (8 = ERRO); O RETURN-CODE*
      * 4 COMPLETA O PASSO EM ALERTA (EXCECOES A VER NA *
      * LISTAGEM) SEM INTERROMPER O CICLO               *
      **************************************************
      * A RETOMADA INTERNA DO CARGDET (CHECKPOINT NO CKPCAR)
      * CONTINUA VALENDO DENTRO DO PROPRIO PASSO.
       01 W-PROG            PIC X(08) VALUE SPACES.
       01 W-QTDE-RODADOS    PIC 9(02) VALUE ZEROS.
       01 W-QTDE-PULADOS    PIC 9(02) VALUE ZEROS.
       01 W-QTDE-ALERTAS    PIC 9(02) VALUE ZEROS.
      *
      * CADEIA DO CICLO NOTURNO, NA ORDEM DE EXECUCAO
       01 TAB-PASSOS.
          03 FILLER          PIC X(08) VALUE "APLDET  ".
          03 FILLER          PIC X(08) VALUE "VALCAR  ".
          03 FILLER          PIC X(08) VALUE "EXPCAR  ".
          03 FILLER          PIC X(08) VALUE "INTCAR  ".
          03 FILLER          PIC X(08) VALUE "ENVDET  ".
          03 FILLER          PIC X(08) VALUE "RELAPR  ".
          03 FILLER          PIC X(08) VALUE "RELVIS  ".
       01 FILLER REDEFINES TAB-PASSOS.
          03 PAS-PROG OCCURS 9 PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      * ANTECESSOR FALHADO)                             *
      **************************************************
       ROT-CADEIA.
           IF W-IDX > 9
              GO TO ROT-FECHA.
           MOVE PAS-PROG (W-IDX) TO W-PROG
           MOVE W-DATA-CICLO TO CTL-DATA
              ADD 1 TO W-QTDE-PULADOS
              ADD 1 TO W-IDX
              GO TO ROT-CADEIA.
           IF CTL-STATUS = "A"
              DISPLAY "PASSO " W-IDX " " W-PROG
                      " JA COMPLETO EM ALERTA - PULADO"
              ADD 1 TO W-QTDE-PULADOS
              ADD 1 TO W-QTDE-ALERTAS
              ADD 1 TO W-IDX
              GO TO ROT-CADEIA.
           IF CTL-STATUS = "E"
              DISPLAY "PASSO " W-IDX " " W-PROG
                      " INTERROMPIDO - REEXECUTANDO".
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-DATA-SIS       TO CTL-FIMDATA
           MOVE W-HORA-SIS (1:6) TO CTL-FIMHORA
           IF RETURN-CODE = 4
              MOVE "A" TO CTL-STATUS
              REWRITE REGCTLNOT
              DISPLAY "PASSO " W-IDX " " W-PROG
                      " COMPLETO EM ALERTA - VER A LISTAGEM"
              ADD 1 TO W-QTDE-RODADOS
              ADD 1 TO W-QTDE-ALERTAS
              ADD 1 TO W-IDX
              GO TO ROT-CADEIA.
           IF RETURN-CODE NOT = ZEROS
              MOVE "F" TO CTL-STATUS
              REWRITE REGCTLNOT
           CLOSE CTLNOT
           DISPLAY "PASSOS EXECUTADOS: " W-QTDE-RODADOS
           DISPLAY "PASSOS PULADOS   : " W-QTDE-PULADOS
           DISPLAY "PASSOS EM ALERTA : " W-QTDE-ALERTAS
      * NOITE SEM FALHA MAS COM PASSO EM ALERTA TERMINA COM 4
           IF RETURN-CODE = ZEROS AND W-QTDE-ALERTAS > ZEROS
              MOVE 4 TO RETURN-CODE.
           GO TO ROT-FIM.
      *
      **********************
