      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO CADASTRO DE
      *==            PROFESSORES, NOS MESMOS MOLDES DE CAMALU.cpy.
      *=================================================================
       77  WRK-CAMINHO-PROFESSOR  PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-PRF-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/PROFESSOR.DAT.txt".
