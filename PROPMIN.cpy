      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE PROPOSTAS DE ESTOQUE MINIMO
      *==            E LOTE DE REPOSICAO (PROPMIN.DAT) - UMA LINHA POR
      *==            PRODUTO ATIVO, GERADA PELO RECALCULO MENSAL DO
      *==            PRD033 A PARTIR DA VENDA MEDIA DIARIA (VENDMOV) E
      *==            DO PRAZO REAL DO FORNECEDOR (PEDCOMP X ENTRADAS).
      *==            O COMPRADOR APROVA, AJUSTA OU REJEITA NO PRD034;
      *==            SO A APROVADA VAI PARA O PRODUTOS.DAT.
      *=================================================================
       01  REG-PROPMIN.
           05 PMN-DATA          PIC 9(08).
           05 PMN-CODIGO        PIC 9(05).
           05 PMN-DESCRICAO     PIC X(30).
           05 PMN-MEDIA-DIA     PIC 9(03)V99.
           05 PMN-PRAZO         PIC 9(03).
           05 PMN-MIN-ATUAL     PIC 9(05).
           05 PMN-MIN-PROPOSTO  PIC 9(05).
           05 PMN-REP-ATUAL     PIC 9(05).
           05 PMN-REP-PROPOSTO  PIC 9(05).
           05 PMN-VARIACAO      PIC X(01).
               88 PMN-VARIACAO-BRUSCA  VALUE 'S'.
           05 PMN-STATUS        PIC X(01).
               88 PMN-PENDENTE         VALUE 'P'.
               88 PMN-APROVADA         VALUE 'A'.
               88 PMN-REJEITADA        VALUE 'R'.
           05 PMN-APROVADOR     PIC X(20).
