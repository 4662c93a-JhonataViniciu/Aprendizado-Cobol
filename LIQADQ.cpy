      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE LIQUIDACAO DA ADQUIRENTE
      *==            (LIQADQ.DAT) - UM DETALHE POR TRANSACAO DE CARTAO
      *==            OU PIX LIQUIDADA, COM A FILIAL, A DATA DA VENDA, O
      *==            VALOR BRUTO, A TAXA (MDR) RETIDA, O LIQUIDO E A
      *==            DATA PREVISTA DO CREDITO NA CONTA. LIDO PELA
      *==            CONCILIACAO DO PROGRAMA66.
      *=================================================================
       01  REG-LIQADQ.
           05 LQA-TIPO-REG       PIC X(01).
           05 LQA-FILIAL         PIC 9(02).
           05 LQA-DATA-VENDA     PIC 9(08).
           05 LQA-FORMA          PIC X(10).
           05 LQA-NSU            PIC X(12).
           05 LQA-VALOR-BRUTO    PIC 9(08)V99.
           05 LQA-VALOR-MDR      PIC 9(06)V99.
           05 LQA-VALOR-LIQUIDO  PIC 9(08)V99.
           05 LQA-DATA-CREDITO   PIC 9(08).
