      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DA FOTO MENSAL
      *==            DO ESTOQUE, NOS MESMOS MOLDES DE CAMCRC.cpy.
      *=================================================================
       77  WRK-CAMINHO-ESTMES     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-EMS-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/ESTMES.DAT.txt".
