      *==            QUANTIDADE DEVOLVIDA, O VALOR CREDITADO E O ICMS
      *==            ESTORNADO, PARA O ESTOQUE E OS IMPOSTOS NAO
      *==            DERIVAREM MAIS DA DEVOLUCAO FEITA NA MAO.
      *==
      *==  15/10/2026 - JV - ACRESCENTADO DEV-LOTE: LOTE EM QUE A
      *==            DEVOLUCAO FOI CREDITADA (O LOTE DA VENDA QUANDO A
      *==            LINHA DO MOVIMENTO O TRAZ). LINHA ANTIGA SEM O
      *==            CAMPO FICA SEM LOTE.
      *=================================================================
       01  REG-DEVOLUCAO.
           05 DEV-NOTA        PIC X(04).
           05 DEV-VALOR       PIC 9(05)V99.
           05 DEV-ICMS        PIC 9(05)V99.
           05 DEV-FILIAL      PIC 9(02).
           05 DEV-LOTE        PIC X(10).
