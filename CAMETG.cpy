      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            ENTREGAS, NOS MESMOS MOLDES DE CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-ENTREGAS   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-ETG-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/ENTREGAS.DAT.txt".
