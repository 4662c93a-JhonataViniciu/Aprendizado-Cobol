      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            EFEITOS DA NOTA, NOS MESMOS MOLDES DE
      *==            CAMPROD.cpy.
      *=================================================================
       77  WRK-CAMINHO-NOTAEFE    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-NEF-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/NOTAEFE.DAT.txt".
