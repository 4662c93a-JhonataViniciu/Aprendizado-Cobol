      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            DEVOLUCOES AO FORNECEDOR, NOS MESMOS MOLDES DE
      *==            CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-DEVFOR     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-DVF-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/DEVFOR.DAT.txt".
