      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO REGISTRO DE
      *==            LIBERACOES DE SUPERVISOR, NOS MESMOS MOLDES DE
      *==            CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-LIBERAC    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-LIB-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/LIBERAC.DAT.txt".
