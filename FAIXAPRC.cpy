      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE FAIXAS DE PRECO POR
      *==            QUANTIDADE (FAIXAPRC.DAT, PRECO DE ATACADO) - A
      *==            PARTIR DE FXP-QTD-MIN UNIDADES NA MESMA LINHA O
      *==            PRECO UNITARIO DO PRODUTO E FXP-VALOR, DENTRO DA
      *==            VIGENCIA (COMO PRM-DATA-INI/PRM-DATA-FIM DO
      *==            PROMOCAO.cpy). MANTIDO PELO PRD032; APLICADO PELO
      *==            PROGRAMA15 E PELO PROGRAMA42 (VALE A MAIOR FAIXA
      *==            ATINGIDA) E LISTADO PELO PRD024 AO LADO DA MARGEM.
      *=================================================================
       01  REG-FAIXAPRC.
           05 FXP-CODIGO     PIC 9(05).
           05 FXP-QTD-MIN    PIC 9(03).
           05 FXP-VALOR      PIC 9(05)V99.
           05 FXP-DATA-INI   PIC 9(08).
           05 FXP-DATA-FIM   PIC 9(08).
