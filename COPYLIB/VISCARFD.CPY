      *-----------------------------------------------------------------
      * FD/REGISTRO DO VISCAR - UMA VISTORIA: O QUE O VISTORIADOR LEU
      * NO VEICULO (CHASSI, MOTOR, COR), O ESTADO DE CONSERVACAO E O
      * PARECER DELE, MAIS O CHASSI E A COR QUE CONSTAVAM NO CADCAR NA
      * HORA DO REGISTRO E O RESULTADO DA CONFERENCIA.
      * VIS-DTREG/VIS-HORA: DATA E HORA DO SISTEMA NA INCLUSAO OU NA
      *                ULTIMA ALTERACAO (BASE DAS 24 HORAS DO RELVIS);
      *                VIS-DATA E A DATA DA VISTORIA INFORMADA NO LAUDO.
      * VIS-MOTIVO:    T-TRANSFERENCIA  R-RECUPERACAO  O-OUTROS
      * VIS-ESTADO:    B-BOM  R-REGULAR  M-MAU
      * VIS-PARECER:   PARECER DO VISTORIADOR  A-APROVADO  R-REPROVADO
      * VIS-DIVCHASSI / VIS-DIVCOR: S = O LIDO NO VEICULO DIFERE DO
      *                CADCAR (POSSIVEL CHASSI ADULTERADO/PLACA CLONADA)
      * VIS-RESULTADO: A-APROVADA  R-REPROVADA. QUALQUER DIVERGENCIA
      *                REPROVA A VISTORIA, QUALQUER QUE SEJA O PARECER.
      *-----------------------------------------------------------------
       FD VISCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VISCAR.DAT".
       01 REGVIS.
          03 VIS-CHAVE.
             05 VIS-PLACA       PIC X(07).
             05 VIS-DATA        PIC 9(08).
          03 VIS-DTREG          PIC 9(08).
          03 VIS-HORA           PIC X(06).
          03 VIS-MOTIVO         PIC X(01).
          03 VIS-VISTORIADOR    PIC X(30).
          03 VIS-CHASSI         PIC X(17).
          03 VIS-MOTOR          PIC X(20).
          03 VIS-COR            PIC X(10).
          03 VIS-ESTADO         PIC X(01).
          03 VIS-OBS            PIC X(40).
          03 VIS-PARECER        PIC X(01).
          03 VIS-CHASSICAD      PIC X(17).
          03 VIS-CORCAD         PIC X(10).
          03 VIS-DIVCHASSI      PIC X(01).
          03 VIS-DIVCOR         PIC X(01).
          03 VIS-RESULTADO      PIC X(01).
          03 VIS-OPERADOR       PIC X(08).
