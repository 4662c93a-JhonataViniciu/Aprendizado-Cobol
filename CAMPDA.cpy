      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO REGISTRO DE
      *==            BAIXAS PARA PERDAS, NOS MESMOS MOLDES DE
      *==            CAMCRC.cpy.
      *=================================================================
       77  WRK-CAMINHO-PERDAS     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-PDA-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/PERDAS.DAT.txt".
