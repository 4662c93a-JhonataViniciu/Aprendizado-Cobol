      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            FAIXAS DE PRECO POR QUANTIDADE, NOS MESMOS MOLDES
      *==            DE CAMPRM.cpy.
      *=================================================================
       77  WRK-CAMINHO-FAIXAPRC   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-FXP-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/FAIXAPRC.DAT.txt".
