      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO DIARIO DE
      *==            ESTOQUE DO CAIXA, NOS MESMOS MOLDES DE
      *==            CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-ESTDIA     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-EDI-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/ESTDIA.DAT.txt".
