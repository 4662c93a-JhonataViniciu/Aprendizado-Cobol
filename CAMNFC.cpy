      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO HISTORICO DE
      *==            CONTINGENCIA DA NOTA ELETRONICA, NOS MESMOS MOLDES
      *==            DE CAMCRC.cpy.
      *=================================================================
       77  WRK-CAMINHO-NFECONT    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-NFC-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/NFECONT.DAT.txt".
