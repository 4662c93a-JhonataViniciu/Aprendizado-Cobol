      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DA CONTA ESCOLAR (CONTAESC.DAT,
      *==            INDEXADO POR ALUNO + FILIAL + NOTA + SEQUENCIA) -
      *==            O MATERIAL E O UNIFORME VENDIDOS NO BALCAO DO
      *==            PROGRAMA15 NA FORMA DE PAGAMENTO ESCOLA, A COBRAR
      *==            NA PROXIMA MENSALIDADE DO ALUNO.
      *==            SEQUENCIA 00 = A VENDA (TIPO V), LANCADA PELO
      *==            PROGRAMA15 COM O TOTAL DA NOTA. A DEVOLUCAO DO
      *==            PROGRAMA35 ACUMULA EM CES-VALOR-DEVOLVIDO; SE A
      *==            VENDA JA FOI FATURADA, ABRE TAMBEM UM CREDITO
      *==            (TIPO D, SEQUENCIA 01 EM DIANTE) PARA A PROXIMA
      *==            MENSALIDADE. O FATURAMENTO DO ALU007 LEVA OS
      *==            LANCAMENTOS PENDENTES PARA A COBRANCA (STATUS F,
      *==            COM A COMPETENCIA E O VALOR FATURADO). NOTA
      *==            CANCELADA NO DIA (PROGRAMA69) FICA COM STATUS C.
      *==            A CONCILIACAO COM O MOVIMENTO DA LOJA E DO
      *==            ALU023.
      *=================================================================
       01  REG-CONTAESC.
           05 CES-CHAVE.
              10 CES-ALU-ID       PIC 9(04).
              10 CES-FILIAL       PIC 9(02).
              10 CES-NOTA         PIC X(04).
              10 CES-SEQ          PIC 9(02).
           05 CES-TIPO            PIC X(01).
               88 CES-VENDA              VALUE 'V'.
               88 CES-CREDITO            VALUE 'D'.
           05 CES-RESP-ID         PIC 9(04).
           05 CES-DATA            PIC 9(08).
           05 CES-VALOR           PIC 9(06)V99.
           05 CES-VALOR-DEVOLVIDO PIC 9(06)V99.
           05 CES-VALOR-FATURADO  PIC 9(06)V99.
           05 CES-STATUS          PIC X(01).
               88 CES-PENDENTE           VALUE 'P'.
               88 CES-FATURADO           VALUE 'F'.
               88 CES-CANCELADO          VALUE 'C'.
           05 CES-COMPETENCIA     PIC 9(06).
           05 CES-OPERADOR        PIC X(20).
