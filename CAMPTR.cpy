      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            PROPOSTAS DE REPOSICAO ENTRE FILIAIS, NOS MESMOS
      *==            MOLDES DE CAMTRF.cpy.
      *=================================================================
       77  WRK-CAMINHO-PROPTRF    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-PTR-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/PROPTRF.DAT.txt".
