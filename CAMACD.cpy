      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO CADASTRO DE
      *==            ACORDOS DE RENEGOCIACAO, NOS MESMOS MOLDES DE
      *==            CAMCRC.cpy.
      *=================================================================
       77  WRK-CAMINHO-ACORDO     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-ACD-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/ACORDO.DAT.txt".
