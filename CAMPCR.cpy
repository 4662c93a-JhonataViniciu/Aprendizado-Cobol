      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            PROPOSTAS DE REVISAO DO LIMITE DE CREDITO, NOS
      *==            MESMOS MOLDES DE CAMCRD.cpy.
      *=================================================================
       77  WRK-CAMINHO-PROPCRD    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-PCR-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/PROPCRD.DAT.txt".
