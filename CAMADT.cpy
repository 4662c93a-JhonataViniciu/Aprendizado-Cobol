      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO ARQUIVO DE
      *==            ADIANTAMENTOS QUINZENAIS, NOS MESMOS MOLDES DE
      *==            CAMFER.cpy.
      *=================================================================
       77  WRK-CAMINHO-ADIANTAM   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-ADT-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/ADIANTAM.DAT.txt".
