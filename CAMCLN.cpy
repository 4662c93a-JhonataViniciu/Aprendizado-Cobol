      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DO CALENDARIO DE
      *==            LANCAMENTO DE NOTAS (CALNOTAS.DAT) E A TABELA DOS
      *==            PRAZOS EM MEMORIA USADA PELOS PARAGRAFOS DO
      *==            CAMCLNP.cpy.
      *=================================================================
       77  WRK-CAMINHO-CALNOTAS   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-CLN-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/CALNOTAS.DAT.txt".
       01  WRK-TAB-CALNOTAS.
           05 WRK-CLN-ITEM OCCURS 40 TIMES.
              10 WRK-CLN-ANO     PIC 9(04).
              10 WRK-CLN-AVAL    PIC X(01).
              10 WRK-CLN-PRAZO   PIC 9(08).
       77  WRK-QTD-CALNOTAS     PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-CALNOTAS     PIC 9(02) VALUE 40.
       77  WRK-IND-CALNOTA      PIC 9(02) VALUE ZEROS.
       77  WRK-CLN-HOJE         PIC 9(08) VALUE ZEROS.
       77  WRK-CLN-ANO-BUSCA    PIC 9(04) VALUE ZEROS.
       77  WRK-CLN-AVAL-BUSCA   PIC X(01) VALUE SPACES.
       77  WRK-CLN-PRAZO-ACHADO PIC 9(08) VALUE ZEROS.
       77  WRK-SW-PRAZO         PIC X(01) VALUE "N".
           88 PRAZO-ABERTO               VALUE "A".
           88 PRAZO-ENCERRADO            VALUE "E".
           88 PRAZO-NAO-DEFINIDO         VALUE "N".
