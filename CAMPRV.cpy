      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO SALDO DAS
      *==            PROVISOES DE FERIAS E 13, NOS MESMOS MOLDES DE
      *==            CAMFER.cpy.
      *=================================================================
       77  WRK-CAMINHO-PROVISAO   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-PRV-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/PROVISAO.DAT.txt".
