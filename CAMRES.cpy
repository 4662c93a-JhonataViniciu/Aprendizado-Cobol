      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO RESUMO DAS
      *==            RESCISOES, NOS MESMOS MOLDES DE CAMFER.cpy.
      *=================================================================
       77  WRK-CAMINHO-RESCRES    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-RSC-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/RESCRES.DAT.txt".
