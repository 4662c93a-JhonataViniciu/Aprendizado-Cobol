      *==            PELO PRD021 E VALIDADO NO PRD001/PRD002) - OS
      *==            RESUMOS DE VENDA QUEBRAM POR CATEGORIA. ZEROS =
      *==            PRODUTO AINDA SEM CATEGORIA.
      *==  15/10/2026 - JV - ACRESCENTADA A CLASSE DA CURVA ABC
      *==            (PROD-CLASSE-ABC), APURADA TODO MES PELO PRD028
      *==            SOBRE A RECEITA E A MARGEM DO PERIODO - O PRD005
      *==            E O PRD012 REPOEM OS ITENS A MAIS CEDO E EM
      *==            MAIOR QUANTIDADE QUE OS C. BRANCO = PRODUTO
      *==            AINDA NAO CLASSIFICADO (TRATADO COMO B).
      *==  15/10/2026 - JV - ACRESCENTADO PROD-QTD-REPOS (LOTE DE
      *==            REPOSICAO), PROPOSTO JUNTO COM O NOVO ESTOQUE
      *==            MINIMO PELO RECALCULO MENSAL DO PRD033 E GRAVADO
      *==            NA APROVACAO DO COMPRADOR (PRD034). O PRD012 PEDE
      *==            ESSE LOTE ACIMA DO PONTO DE REPOSICAO. ZERO OU
      *==            BRANCO = SEM LOTE, VALE A REGRA DA CLASSE ABC.
      *=================================================================
       01  REG-PRODUTOS.
           05 PROD-CODIGO      PIC 9(05).
               88 PROD-TRIB-REDUZIDA  VALUE 'R'.
               88 PROD-TRIB-ISENTA    VALUE 'I'.
           05 PROD-CATEGORIA   PIC 9(03).
           05 PROD-CLASSE-ABC  PIC X(01).
               88 PROD-CLASSE-A       VALUE 'A'.
               88 PROD-CLASSE-B       VALUE 'B'.
               88 PROD-CLASSE-C       VALUE 'C'.
           05 PROD-QTD-REPOS   PIC 9(05).
