      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            PROPOSTAS DE ESTOQUE MINIMO, NOS MESMOS MOLDES DE
      *==            CAMPED.cpy.
      *=================================================================
       77  WRK-CAMINHO-PROPMIN    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-PMN-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/PROPMIN.DAT.txt".
