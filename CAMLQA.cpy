      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            LIQUIDACAO DA ADQUIRENTE, NOS MESMOS MOLDES DE
      *==            CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-LIQADQ     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-LQA-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/LIQADQ.DAT.txt".
