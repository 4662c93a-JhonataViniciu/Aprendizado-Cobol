      *==            FATURAMENTO DO ALU007 APLICA O DESCONTO DE
      *==            IRMAOS A PARTIR DO SEGUNDO FILHO COBRADO DA
      *==            MESMA FAMILIA.
      *==
      *==  15/10/2026 - JV - ACRESCENTADO RSP-FATURA-FAMILIA: 'S' = O
      *==            RESPONSAVEL OPTOU PELA FATURA UNICA DA FAMILIA
      *==            (ALU022) - UM DOCUMENTO E UM BOLETO POR MES NO
      *==            LUGAR DE UM POR FILHO. LINHA ANTIGA SEM O CAMPO
      *==            CONTINUA COM UM BOLETO POR FILHO.
      *=================================================================
       01  REG-RESPONSAVEL.
           05 RSP-ID       PIC 9(04).
           05 RSP-NOME     PIC X(20).
           05 RSP-CPF      PIC 9(11).
           05 RSP-TEL      PIC X(11).
           05 RSP-FATURA-FAMILIA PIC X(01).
               88 RSP-FATURA-UNICA   VALUE 'S'.
