      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO DIARIO DE ENTRADAS DE MERCADORIA
      *==            (ENTRADAS.DAT) GRAVADO PELO PRD007 - UMA LINHA
      *==            POR ITEM RECEBIDO, COM O CUSTO DA NOTA. ATE AQUI O
      *==            LAYOUT ERA REPETIDO NA FD DE CADA PROGRAMA.
      *==
      *==  15/10/2026 - JV - ACRESCENTADOS ENT-DOCUMENTO (DOCUMENTO DO
      *==            FORNECEDOR, O MESMO DA DUPLICATA DO CONTAPAG) E
      *==            ENT-FILIAL (FILIAL RECEBEDORA) - E POR ELES QUE A
      *==            DEVOLUCAO AO FORNECEDOR DO PRD030 ACHA A ENTRADA
      *==            ORIGINAL. LINHA ANTIGA SEM OS CAMPOS FICA SEM
      *==            DOCUMENTO E VALE COMO RECEBIDA NA MATRIZ.
      *==  15/10/2026 - JV - ACRESCENTADO ENT-PEDIDO (PEDIDO DE COMPRA
      *==            CONTRA O QUAL O ITEM FOI RECEBIDO, ZERO QUANDO SEM
      *==            PEDIDO) PARA A AVALIACAO DE FORNECEDORES DO PRD031.
      *==  15/10/2026 - JV - ACRESCENTADO ENT-CUSTO-ADIC: A PARTE DO
      *==            FRETE, SEGURO E DESCARGA DO RECEBIMENTO RATEADA NA
      *==            LINHA PELO PRD007 (CUSTO DE CHEGADA = CUSTO TOTAL
      *==            + ADICIONAL). ENT-CUSTO-UNIT CONTINUA SENDO O
      *==            PRECO DA NOTA. LINHA ANTIGA SEM O CAMPO VALE COMO
      *==            SEM ADICIONAL.
      *==  15/10/2026 - JV - ACRESCENTADO ENT-LOTE: LOTE DO ITEM
      *==            PERECIVEL RECEBIDO (BRANCO QUANDO SEM LOTE), PARA
      *==            O RECALL DO PRD046 SABER EM QUE FILIAL O LOTE
      *==            ENTROU. LINHA ANTIGA SEM O CAMPO FICA SEM LOTE.
      *=================================================================
       01  REG-ENTRADA.
           05 ENT-DATA         PIC 9(08).
           05 ENT-FORNECEDOR   PIC 9(04).
           05 ENT-CODIGO       PIC 9(05).
           05 ENT-QTD          PIC 9(05).
           05 ENT-CUSTO-UNIT   PIC 9(05)V99.
           05 ENT-CUSTO-TOTAL  PIC 9(08)V99.
           05 ENT-DOCUMENTO    PIC X(10).
           05 ENT-FILIAL       PIC 9(02).
           05 ENT-PEDIDO       PIC 9(06).
           05 ENT-CUSTO-ADIC   PIC 9(08)V99.
           05 ENT-LOTE         PIC X(10).
