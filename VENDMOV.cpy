      *==            EM CADA MOVIMENTO - E A BASE DO CALCULO DE
      *==            COMISSOES DO PROGRAMA46. LINHA ANTIGA SEM O
      *==            CAMPO VALE COMO VENDEDOR NAO IDENTIFICADO.
      *==  15/10/2026 - JV - ACRESCENTADO MOV-DESCONTO: A PARTE DO
      *==            DESCONTO DA NOTA RATEADA NA LINHA. MOV-VALOR JA
      *==            SAI LIQUIDO DO DESCONTO (RECEITA, BASE DO ICMS E
      *==            COMISSAO); MOV-VALOR + MOV-DESCONTO DA O PRECO
      *==            CHEIO. LINHA ANTIGA SEM O CAMPO VALE COMO SEM
      *==            DESCONTO (RELATORIO DE DESCONTOS DO PROGRAMA79).
      *==  15/10/2026 - JV - ACRESCENTADO MOV-LOTE: LOTE DE ONDE A
      *==            UNIDADE SAIU PELO FEFO DA VENDA (PROGRAMA15) OU DA
      *==            ENTREGA (PROGRAMA44), BASE DO RECALL DO PRD046.
      *==            BRANCO NO PRODUTO SEM LOTE, NO KIT (OS LOTES DOS
      *==            COMPONENTES FICAM NO NOTAEFE.DAT) E NA LINHA
      *==            ANTIGA SEM O CAMPO.
      *=================================================================
       01  REG-VENDMOV.
           05 MOV-NOTA        PIC X(04).
           05 MOV-FORMA-PAGTO PIC X(10).
           05 MOV-FILIAL      PIC 9(02).
           05 MOV-OPERADOR    PIC X(20).
           05 MOV-DESCONTO    PIC 9(05)V99.
           05 MOV-LOTE        PIC X(10).
