      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO HISTORICO
      *==            DE AULAS PAGAS, NOS MESMOS MOLDES DE CAMALU.cpy.
      *=================================================================
       77  WRK-CAMINHO-HORAULA    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-HAU-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/HORAULA.DAT.txt".
