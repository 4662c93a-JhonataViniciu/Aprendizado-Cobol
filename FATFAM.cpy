      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE FATURAS DE FAMILIA
      *==            (FATFAM.DAT, INDEXADO POR COMPETENCIA +
      *==            RESPONSAVEL) - UMA FATURA E UM BOLETO POR
      *==            RESPONSAVEL QUE OPTOU PELA FATURA UNICA
      *==            (RSP-FATURA-FAMILIA), AGRUPANDO AS MENSALIDADES
      *==            DOS FILHOS NA COMPETENCIA. GERADA PELO ALU022,
      *==            REMETIDA PELO PROGRAMA48 NA CARTEIRA F E BAIXADA
      *==            PELO PROGRAMA49, QUE DISTRIBUI O PAGAMENTO NAS
      *==            MENSALIDADES DOS FILHOS NA ORDEM DE FAF-ALU-ID
      *==            (A ORDEM DA FATURA). O SALDO CONTINUA SENDO O
      *==            DAS MENSALIDADES; AQUI FICAM A COMPOSICAO E OS
      *==            TOTAIS DA EMISSAO.
      *=================================================================
       01  REG-FATFAM.
           05 FAF-CHAVE.
              10 FAF-COMPETENCIA  PIC 9(06).
              10 FAF-RESP-ID      PIC 9(04).
           05 FAF-QTD-FILHOS   PIC 9(02).
           05 FAF-FILHO OCCURS 8 TIMES.
              10 FAF-ALU-ID       PIC 9(04).
           05 FAF-VALOR-CHEIO  PIC 9(08)V99.
           05 FAF-DESCONTO     PIC 9(08)V99.
           05 FAF-BOLSA        PIC 9(08)V99.
           05 FAF-VALOR        PIC 9(08)V99.
           05 FAF-VALOR-PAGO   PIC 9(08)V99.
           05 FAF-STATUS       PIC X(01).
               88 FAF-ABERTA          VALUE 'A'.
               88 FAF-QUITADA         VALUE 'Q'.
           05 FAF-DATA-EMISSAO PIC 9(08).
