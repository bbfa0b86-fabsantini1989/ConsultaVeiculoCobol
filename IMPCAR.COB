      *   05 PLACA JA CADASTRADA
      *   06 PROPRIETARIO NAO CADASTRADO NO PROCAR
      *   07 MARCA/MODELO FORA DA TABELA TABMM
      *   08 SITUACAO R/S SEM OCORRENCIA POLICIAL - O VEICULO ENTRA
      *      COMO A E A OCORRENCIA E ABERTA DEPOIS PELO CADMOCO
      *   09 CPF/CNPJ COM DIGITO VERIFICADOR INVALIDO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 W-C-COR           PIC X(10) VALUE SPACES.
       01 W-C-SITUACAO      PIC X(01) VALUE SPACES.
       01 W-C-PROPDOC       PIC X(14) VALUE SPACES.
       01 W-DOCOK           PIC X(01) VALUE SPACES.
       01 W-REJCOD          PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              MOVE "04" TO W-REJCOD
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO ROT-TRATA-FIM.
           IF W-C-SITUACAO = "R" OR "S"
              MOVE "08" TO W-REJCOD
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO ROT-TRATA-FIM.
      *
      * MARCA E MODELO PRECISAM CONSTAR DA TABELA TABMM
           PERFORM ROT-VALTAB THRU ROT-VALTAB-FIM
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO ROT-TRATA-FIM.
      *
      * CPF/CNPJ INFORMADO TEM QUE SER VALIDO E CONSTAR NO PROCAR -
      * O NOME OFICIAL DO CADASTRO PREVALECE SOBRE O DA LINHA
           IF W-C-PROPDOC NOT = SPACES
              CALL "DIGCAR" USING W-C-PROPDOC W-DOCOK
              IF W-DOCOK NOT = "S"
                 MOVE "09" TO W-REJCOD
                 PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
                 GO TO ROT-TRATA-FIM.
           IF W-C-PROPDOC NOT = SPACES
              MOVE W-C-PROPDOC TO PRO-DOC
              READ PROCAR INVALID KEY
