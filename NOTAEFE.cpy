      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DOS EFEITOS DA NOTA
      *==            (NOTAEFE.DAT) - UMA LINHA POR EFEITO QUE A VENDA
      *==            DO PROGRAMA15 OU A ENTREGA DO PROGRAMA44 DEIXA
      *==            FORA DO MOVIMENTO DE VENDAS, GRAVADA NA HORA EM
      *==            QUE ACONTECE, COM A QUANTIDADE OU O VALOR
      *==            EXATAMENTE APLICADOS: BAIXA NO TOTAL DA EMPRESA,
      *==            NO SALDO DA FILIAL E NO LOTE, DEBITO E EMISSAO
      *==            DE VALE-PRESENTE, LINHA DE ORCAMENTO CONVERTIDA E
      *==            LINHA DE ENCOMENDA ENTREGUE. E A BASE DO ESTORNO
      *==            DO CANCELAMENTO DE NOTA NO DIA (PROGRAMA69).
      *=================================================================
       01  REG-NOTAEFE.
           05 NEF-FILIAL       PIC 9(02).
           05 NEF-NOTA         PIC X(04).
           05 NEF-DATA         PIC 9(08).
           05 NEF-TIPO         PIC X(01).
               88 NEF-BAIXA-ESTOQUE   VALUE 'E'.
               88 NEF-BAIXA-FILIAL    VALUE 'F'.
               88 NEF-BAIXA-LOTE      VALUE 'L'.
               88 NEF-DEBITO-VALE     VALUE 'V'.
               88 NEF-EMISSAO-VALE    VALUE 'P'.
               88 NEF-ORCAMENTO       VALUE 'O'.
               88 NEF-ENCOMENDA       VALUE 'N'.
      *        CODIGO DO PRODUTO (E/F/L/O/N)
           05 NEF-CODIGO       PIC 9(05).
      *        LOTE (L), NUMERO DO VALE (V/P), DO ORCAMENTO (O) OU
      *        DA ENCOMENDA (N)
           05 NEF-REFERENCIA   PIC X(10).
           05 NEF-QTD          PIC 9(05).
           05 NEF-VALOR        PIC 9(06)V99.
