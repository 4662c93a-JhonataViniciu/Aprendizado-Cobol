      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO EXTRATO DE
      *==            PONTOS DE FIDELIDADE, NOS MESMOS MOLDES DE
      *==            CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-FIDPONT    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-FDP-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/FIDPONT.DAT.txt".
