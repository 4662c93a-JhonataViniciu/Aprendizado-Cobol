      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO MOVIMENTO
      *==            MENSAL DE VALE-TRANSPORTE, NOS MESMOS MOLDES DE
      *==            CAMFER.cpy.
      *=================================================================
       77  WRK-CAMINHO-VTMOV      PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-VTM-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/VTMOV.DAT.txt".
