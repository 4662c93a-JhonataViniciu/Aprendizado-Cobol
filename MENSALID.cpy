      *==            DATA E O QUE JA FOI ACUMULADO - A MULTA E UNICA
      *==            POR COBRANCA E OS JUROS NAO COMPOEM SOBRE
      *==            ENCARGO ANTERIOR. ZEROS NA GERACAO DA COBRANCA.
      *==  15/10/2026 - JV - ACRESCENTADO MEN-MATERIAL: O LIQUIDO DO
      *==            MATERIAL/UNIFORME DA LOJA LANCADO NA CONTA
      *==            ESCOLAR (CONTAESC.DAT) QUE O ALU007 EMBUTIU EM
      *==            MEN-VALOR - VENDAS PENDENTES MENOS CREDITOS DE
      *==            DEVOLUCAO, POR ISSO COM SINAL. NAO E RECEITA DA
      *==            ESCOLA (JA ESTA NO MOVIMENTO DA LOJA). COBRANCA
      *==            ANTIGA SEM O CAMPO VALE COMO SEM MATERIAL.
      *=================================================================
       01  REG-MENSALIDADE.
           05 MEN-CHAVE.
           05 MEN-DESCONTO     PIC 9(06)V99.
           05 MEN-BOLSA        PIC 9(06)V99.
           05 MEN-ENCARGOS     PIC 9(06)V99.
           05 MEN-MATERIAL     PIC S9(06)V99
                               SIGN IS LEADING SEPARATE.
