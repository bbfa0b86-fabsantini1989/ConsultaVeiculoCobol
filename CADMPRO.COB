       01 MENS              PIC X(50) VALUE SPACES.
       01 LIMPA             PIC X(55) VALUE SPACES.
       01 DOCENTR           PIC X(14) VALUE SPACES.
       01 W-DOCOK           PIC X(01) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 PAR-OPERADOR      PIC X(08).
                      MOVE "*** DIGITE O CPF/CNPJ ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
           CALL "DIGCAR" USING DOCENTR W-DOCOK
           IF W-DOCOK NOT = "S"
                      MOVE "*** CPF/CNPJ COM DIGITO INVALIDO ***"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
           DISPLAY (23, 13) LIMPA
           DISPLAY (23, 13) "PREENCHA OS DADOS DO PROPRIETARIO"
           ACCEPT TNOME
