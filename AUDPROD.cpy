      *==            SALDO DE ESTOQUE EM VEZ DO PRECO, E O NOVO
      *==            APR-MOTIVO GUARDA O CODIGO DO MOTIVO DO AJUSTE
      *==            (EM BRANCO NAS DEMAIS OPERACOES).
      *==  15/10/2026 - JV - ACRESCENTADA A OPERACAO M (PARAMETRO DE
      *==            REPOSICAO APROVADO NO PRD034): ANTES/DEPOIS
      *==            CARREGAM O ESTOQUE MINIMO (APR-MOTIVO "MIN") OU O
      *==            LOTE DE REPOSICAO (APR-MOTIVO "REP").
      *=================================================================
       01  REG-AUDPROD.
           05 APR-DATA          PIC 9(08).
               88 APR-OPERACAO-ALTERACAO    VALUE 'A'.
               88 APR-OPERACAO-DESATIVACAO  VALUE 'D'.
               88 APR-OPERACAO-AJUSTE       VALUE 'J'.
               88 APR-OPERACAO-REPOSICAO    VALUE 'M'.
           05 APR-CODIGO        PIC 9(05).
           05 APR-VALOR-ANTES   PIC 9(05)V99.
           05 APR-VALOR-DEPOIS  PIC 9(05)V99.
