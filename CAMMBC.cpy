      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO DIARIO DE
      *==            MOVIMENTOS BANCARIOS, NOS MESMOS MOLDES DE
      *==            CAMCNS.cpy.
      *=================================================================
       77  WRK-CAMINHO-MOVBANCO   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-MBC-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/MOVBANCO.DAT.txt".
