      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DA TABELA DE
      *==            DISTRIBUICAO DE RELATORIOS (DISTREL.DAT), NOS
      *==            MESMOS MOLDES DE CAMCTL.cpy.
      *=================================================================
       77  WRK-CAMINHO-DISTREL    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-DST-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/DISTREL.DAT.txt".
