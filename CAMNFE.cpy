      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO CONTROLE DAS
      *==            NOTAS ELETRONICAS, NOS MESMOS MOLDES DE
      *==            CAMCRC.cpy.
      *=================================================================
       77  WRK-CAMINHO-NFECTL     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-NFE-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/NFECTL.DAT.txt".
