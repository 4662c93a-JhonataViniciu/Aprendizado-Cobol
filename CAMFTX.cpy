      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DA TABELA DE
      *==            PONTOS POR CATEGORIA, NOS MESMOS MOLDES DE
      *==            CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-FIDTAXA    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-FTX-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/FIDTAXA.DAT.txt".
