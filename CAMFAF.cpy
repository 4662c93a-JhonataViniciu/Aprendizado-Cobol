      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO REGISTRO DE
      *==            FATURAS DE FAMILIA, NOS MESMOS MOLDES DE
      *==            CAMBOL.cpy, E A AREA DA CONSULTA "MENSALIDADE NA
      *==            FATURA DA FAMILIA" (0112 DO CAMFAFP.cpy).
      *=================================================================
       77  WRK-CAMINHO-FATFAM     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-FAF-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/FATFAM.DAT.txt".
       77  WRK-SW-FATFAM-OK       PIC X(01)  VALUE "N".
           88 FATFAM-ABERTO                  VALUE "S".
       77  WRK-SW-NA-FATURA       PIC X(01)  VALUE "N".
           88 MENSALIDADE-NA-FATURA          VALUE "S".
       77  WRK-FAF-CHAVE-LIDA     PIC X(10)  VALUE SPACES.
       77  WRK-SW-FAF-LIDA        PIC X(01)  VALUE "N".
           88 FATURA-LIDA                    VALUE "S".
       77  WRK-IND-FAF-FILHO      PIC 9(02)  VALUE ZEROS.
