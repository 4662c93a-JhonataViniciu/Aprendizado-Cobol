      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            NOTAS CANCELADAS, NOS MESMOS MOLDES DE
      *==            CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-NOTACANC   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-NCA-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/NOTACANC.DAT.txt".
