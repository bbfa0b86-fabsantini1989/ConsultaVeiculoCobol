       01 DOCCOMP           PIC X(14) VALUE SPACES.
       01 W-DOCVEND         PIC X(14) VALUE SPACES.
       01 W-NOMEVEND        PIC X(38) VALUE SPACES.
       01 W-DOCOK           PIC X(01) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 PAR-OPERADOR      PIC X(08).
                MOVE "*** DIGITE O CPF/CNPJ DO COMPRADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-COMPRADOR.
           CALL "DIGCAR" USING DOCCOMP W-DOCOK
           IF W-DOCOK NOT = "S"
                MOVE "*** CPF/CNPJ COM DIGITO INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-COMPRADOR.
           IF DOCCOMP = W-DOCVEND
                MOVE "*** COMPRADOR E O PROPRIETARIO ATUAL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
