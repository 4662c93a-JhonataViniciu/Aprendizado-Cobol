      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE DEVOLUCOES AO FORNECEDOR
      *==            (DEVFOR.DAT) GRAVADO PELO PRD030 - UMA LINHA POR
      *==            ITEM DEVOLVIDO, COM O NUMERO DO DOCUMENTO DE
      *==            DEVOLUCAO, A ENTRADA ORIGINAL (FORNECEDOR E
      *==            DOCUMENTO), O CUSTO DA NOTA DE ENTRADA E A
      *==            SITUACAO DO ABATIMENTO NO CONTAS A PAGAR. O
      *==            PROGRAMA54 ESTORNA O CREDITO DE ICMS E O PRD018
      *==            MOSTRA A SAIDA NA FICHA DO PRODUTO.
      *=================================================================
       01  REG-DEVFOR.
           05 DVF-NUMERO       PIC 9(06).
           05 DVF-DATA         PIC 9(08).
           05 DVF-FORNECEDOR   PIC 9(04).
           05 DVF-DOCUMENTO    PIC X(10).
           05 DVF-DATA-ENTRADA PIC 9(08).
           05 DVF-CODIGO       PIC 9(05).
           05 DVF-QTD          PIC 9(05).
           05 DVF-CUSTO-UNIT   PIC 9(05)V99.
           05 DVF-VALOR        PIC 9(08)V99.
           05 DVF-FILIAL       PIC 9(02).
           05 DVF-LOTE         PIC X(10).
           05 DVF-SITUACAO-CAP PIC X(01).
               88 DVF-ABATIDA-DUPLICATA VALUE 'D'.
               88 DVF-CREDITO-PENDENTE  VALUE 'P'.
