      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO CADASTRO DE ACORDOS DE RENEGOCIACAO
      *==            (ACORDO.DAT, SEQUENCIAL) - UMA LINHA POR ACORDO
      *==            FECHADO NO PROGRAMA80: AS PARCELAS VENCIDAS DO
      *==            CLIENTE ESCOLHIDAS SAO MARCADAS COMO RENEGOCIADAS
      *==            (CRC-STATUS 'R', CRC-ACORDO = ACD-NUMERO) E O
      *==            TOTAL (SALDO + ENCARGOS ATE A DATA DO ACORDO -
      *==            DESCONTO) VIRA NOVAS PARCELAS NO CONTAS A RECEBER
      *==            SOB A NOTA ACD-NOTA ("A" + SEQUENCIA DO CLIENTE).
      *==            O PROGRAMA81 MARCA O ACORDO ROMPIDO (PARCELA DO
      *==            ACORDO VENCIDA ALEM DA TOLERANCIA) OU CUMPRIDO
      *==            (TODAS QUITADAS).
      *=================================================================
       01  REG-ACORDO.
           05 ACD-NUMERO          PIC 9(06).
           05 ACD-ID-CLIENTE      PIC 9(04).
           05 ACD-NOTA            PIC X(04).
           05 ACD-DATA            PIC 9(08).
           05 ACD-QTD-ORIGINAIS   PIC 9(03).
           05 ACD-VALOR-ORIGINAL  PIC 9(08)V99.
           05 ACD-ENCARGOS        PIC 9(08)V99.
           05 ACD-DESCONTO        PIC 9(08)V99.
           05 ACD-VALOR-TOTAL     PIC 9(08)V99.
           05 ACD-QTD-PARCELAS    PIC 9(02).
           05 ACD-PRIMEIRO-VENC   PIC 9(08).
           05 ACD-STATUS          PIC X(01).
               88 ACD-ATIVO            VALUE 'A'.
               88 ACD-CUMPRIDO         VALUE 'C'.
               88 ACD-ROMPIDO          VALUE 'R'.
           05 ACD-DATA-SITUACAO   PIC 9(08).
           05 ACD-OPERADOR        PIC X(20).
           05 ACD-SUPERVISOR      PIC X(20).
