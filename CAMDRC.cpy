      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DAS CONTAS
      *==            RECORRENTES, NOS MESMOS MOLDES DE CAMCRC.cpy.
      *=================================================================
       77  WRK-CAMINHO-DESPREC    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-DRC-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/DESPREC.DAT.txt".
