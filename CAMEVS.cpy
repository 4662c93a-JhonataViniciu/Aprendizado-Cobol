      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO CONTROLE DE
      *==            EVENTOS DO ESOCIAL, NOS MESMOS MOLDES DE
      *==            CAMFER.cpy.
      *=================================================================
       77  WRK-CAMINHO-ESOCTL     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-EVS-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/ESOCTL.DAT.txt".
