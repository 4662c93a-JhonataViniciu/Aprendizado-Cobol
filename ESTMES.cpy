      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DA FOTO MENSAL DO ESTOQUE (ESTMES.DAT) -
      *==            GRAVADA UMA VEZ POR COMPETENCIA PELO PRD045 E
      *==            NUNCA REGRAVADA. LINHA TIPO P: SALDO DE UM
      *==            PRODUTO NUMA FILIAL NO ULTIMO DIA DO MES, COM O
      *==            PROD-CUSTO-MEDIO E O VALOR. LINHA TIPO C: TOTAL DA
      *==            CATEGORIA COMERCIAL (PROD-CATEGORIA) NA FILIAL, OU
      *==            DA EMPRESA INTEIRA QUANDO A FILIAL E 00 - NESTAS O
      *==            CODIGO E O CUSTO MEDIO FICAM ZERADOS. A FOTO DA
      *==            COMPETENCIA ANTERIOR E O ESTOQUE INICIAL DA
      *==            CONCILIACAO DO MES SEGUINTE.
      *=================================================================
       01  REG-ESTMES.
           05 EMS-COMPETENCIA  PIC 9(06).
           05 EMS-TIPO         PIC X(01).
               88 EMS-TIPO-PRODUTO    VALUE 'P'.
               88 EMS-TIPO-CATEGORIA  VALUE 'C'.
           05 EMS-FILIAL       PIC 9(02).
           05 EMS-CODIGO       PIC 9(05).
           05 EMS-CATEGORIA    PIC 9(03).
           05 EMS-QTD          PIC S9(09)
                               SIGN IS LEADING SEPARATE.
           05 EMS-CUSTO-MEDIO  PIC 9(05)V99.
           05 EMS-VALOR        PIC S9(11)V99
                               SIGN IS LEADING SEPARATE.
           05 EMS-DATA-FOTO    PIC 9(08).
