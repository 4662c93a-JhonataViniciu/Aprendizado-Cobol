      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            REFERENCIA DE CEP, NOS MESMOS MOLDES DE
      *==            CAMCRC.cpy.
      *=================================================================
       77  WRK-CAMINHO-CEP        PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-CEP-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/CEP.DAT.txt".
