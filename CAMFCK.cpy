      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DO
      *==            CHECKLIST DE FECHAMENTO (FECHCHK.DAT), NOS MESMOS
      *==            MOLDES DE CAMCTL.cpy.
      *=================================================================
       77  WRK-CAMINHO-FECHCHK    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-FCK-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/FECHCHK.DAT.txt".
