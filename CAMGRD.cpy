      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DA GRADE
      *==            HORARIA DAS TURMAS, NOS MESMOS MOLDES DE
      *==            CAMALU.cpy.
      *=================================================================
       77  WRK-CAMINHO-GRADE      PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-GRD-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/GRADE.DAT.txt".
