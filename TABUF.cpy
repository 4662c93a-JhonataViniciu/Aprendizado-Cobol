      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: TABELA DAS 27 UNIDADES DA FEDERACAO, USADA NA
      *==            CRITICA DA UF DO ENDERECO ESTRUTURADO (CADASTRO,
      *==            CARGA DE CEP E CONVERSAO DO ENDERECO ANTIGO).
      *==            PERCORRIDA COM WRK-IND-UF ATE WRK-QTD-UF.
      *=================================================================
       01  WRK-TAB-UF-DADOS.
           05 FILLER PIC X(18) VALUE "ACALAPAMBACEDFESGO".
           05 FILLER PIC X(18) VALUE "MAMTMSMGPAPBPRPEPI".
           05 FILLER PIC X(18) VALUE "RJRNRSRORRSCSPSETO".
       01  WRK-TAB-UF REDEFINES WRK-TAB-UF-DADOS.
           05 WRK-TAB-UF-SIGLA PIC X(02) OCCURS 27 TIMES.
       77  WRK-QTD-UF     PIC 9(02) VALUE 27.
       77  WRK-IND-UF     PIC 9(02) VALUE ZEROS.
       77  WRK-UF-CRITICA PIC X(02) VALUE SPACES.
       77  WRK-SW-UF      PIC X(01) VALUE 'N'.
           88 UF-VALIDA           VALUE 'S'.
