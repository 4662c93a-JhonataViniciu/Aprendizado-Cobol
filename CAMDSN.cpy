      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DA TABELA DE
      *==            TETO DE DESCONTO POR NIVEL, NOS MESMOS MOLDES DE
      *==            CAMPRM.cpy.
      *=================================================================
       77  WRK-CAMINHO-DESCNIV    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-DSN-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/DESCNIV.DAT.txt".
