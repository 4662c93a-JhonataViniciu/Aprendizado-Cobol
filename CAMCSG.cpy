      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO CADASTRO DE
      *==            EMPRESTIMOS CONSIGNADOS, NOS MESMOS MOLDES DE
      *==            CAMFER.cpy.
      *=================================================================
       77  WRK-CAMINHO-CONSIG     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-CSG-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/CONSIG.DAT.txt".
