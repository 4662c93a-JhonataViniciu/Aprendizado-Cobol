      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO CADASTRO DE
      *==            CONTAS BANCARIAS, NOS MESMOS MOLDES DE
      *==            CAMPROD.cpy, E A AREA DA ESCOLHA DA CONTA PELO
      *==            USO (0173 DO CAMCTBP.cpy).
      *=================================================================
       77  WRK-CAMINHO-CONTABAN   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-CTB-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/CONTABAN.DAT.txt".
       77  WRK-USO-CONTA          PIC X(01)  VALUE 'G'.
       77  WRK-CONTA-BANCO        PIC 9(02)  VALUE ZEROS.
       77  WRK-CONTA-GERAL        PIC 9(02)  VALUE ZEROS.
