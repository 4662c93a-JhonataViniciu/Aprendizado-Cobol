      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DA LINHA DO ARQUIVO DE SITUACAO DOS PEDIDOS
      *==            DEVOLVIDO A LOJA VIRTUAL (WEBSTAT.DAT), REGRAVADO
      *==            POR INTEIRO A CADA EXECUCAO DO PROGRAMA87. CAMPOS
      *==            SEPARADOS POR PONTO E VIRGULA: PEDIDO, SITUACAO
      *==            (RESERVADO, PARCIAL, RECUSADO, ENTREGUE OU
      *==            CANCELADO), ENCOMENDA, ITENS DO PEDIDO, ITENS
      *==            RESERVADOS E DATA DA IMPORTACAO.
      *=================================================================
       01  REG-WEBSTAT.
           05 WST-PEDIDO       PIC X(10).
           05 FILLER           PIC X(01) VALUE ";".
           05 WST-SITUACAO     PIC X(10).
           05 FILLER           PIC X(01) VALUE ";".
           05 WST-ENCOMENDA    PIC 9(06).
           05 FILLER           PIC X(01) VALUE ";".
           05 WST-QTD-ITENS    PIC 9(03).
           05 FILLER           PIC X(01) VALUE ";".
           05 WST-QTD-RESERV   PIC 9(03).
           05 FILLER           PIC X(01) VALUE ";".
           05 WST-DATA         PIC 9(08).
