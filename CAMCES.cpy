      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DA CONTA ESCOLAR
      *==            (CONTAESC.DAT), NOS MESMOS MOLDES DE CAMFAF.cpy.
      *=================================================================
       77  WRK-CAMINHO-CONTAESC   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-CES-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/CONTAESC.DAT.txt".
