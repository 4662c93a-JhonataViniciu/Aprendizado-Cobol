      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO LIVRO DE
      *==            QUEBRAS DE CAIXA, NOS MESMOS MOLDES DE CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-QUEBRAS    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-QBR-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/QUEBRAS.DAT.txt".
