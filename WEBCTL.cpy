      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DO CONTROLE DE PEDIDOS DA LOJA
      *==            VIRTUAL (WEBCTL.DAT) - UMA LINHA POR PEDIDO
      *==            IMPORTADO PELO PROGRAMA87, AMARRANDO O NUMERO DO
      *==            PEDIDO NA LOJA A ENCOMENDA GERADA EM ENCOMEND.DAT
      *==            (ZERO QUANDO NENHUM ITEM FOI RESERVADO). E DAQUI
      *==            E DA SITUACAO DAS LINHAS DA ENCOMENDA QUE SAI O
      *==            ARQUIVO DE SITUACAO DEVOLVIDO A LOJA. O PEDIDO
      *==            RECUSADO POR INTEIRO PODE SER REENVIADO CORRIGIDO -
      *==            A NOVA LINHA SUBSTITUI A ANTERIOR.
      *=================================================================
       01  REG-WEBCTL.
           05 WBC-PEDIDO       PIC X(10).
           05 WBC-DATA         PIC 9(08).
           05 WBC-ID-CLIENTE   PIC 9(04).
           05 WBC-ENCOMENDA    PIC 9(06).
           05 WBC-FILIAL       PIC 9(02).
           05 WBC-QTD-ITENS    PIC 9(03).
           05 WBC-QTD-RESERV   PIC 9(03).
           05 WBC-VALOR        PIC 9(08)V99.
