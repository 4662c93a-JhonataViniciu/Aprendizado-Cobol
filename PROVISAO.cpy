      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO SALDO MENSAL DAS PROVISOES DE FERIAS E
      *==            13 SALARIO (PROVISAO.DAT) - UMA LINHA POR
      *==            FUNCIONARIO E COMPETENCIA, GRAVADA PELO PROGRAMA97
      *==            DEPOIS DA FOLHA, COM O SALDO PROVISIONADO NO FIM
      *==            DO MES, A BAIXA DO MES (FERIAS PAGAS PELO
      *==            PROGRAMA19, 13 PAGO NA FOLHA DE DEZEMBRO OU
      *==            RESCISAO DO PROGRAMA25) E A CONSTITUICAO LANCADA
      *==            (NEGATIVA QUANDO O SALDO CAI ALEM DA BAIXA). O
      *==            SALDO DA COMPETENCIA ANTERIOR E O PONTO DE
      *==            PARTIDA DO MES SEGUINTE; RERODAR SUBSTITUI A
      *==            COMPETENCIA. ENCARGOS = INSS PATRONAL 20% + FGTS
      *==            8% SOBRE OS DOIS SALDOS.
      *=================================================================
       01  REG-PROVISAO.
           05 PRV-COMPETENCIA   PIC 9(06).
           05 PRV-FUNC-ID       PIC 9(04).
           05 PRV-SITUACAO      PIC X(01).
               88 PRV-ATIVO            VALUE 'A'.
               88 PRV-RESCINDIDO       VALUE 'R'.
               88 PRV-SEM-TERMO        VALUE 'T'.
           05 PRV-DIAS-FERIAS   PIC 9(03)V9.
           05 PRV-SALDO-FERIAS  PIC 9(08)V99.
           05 PRV-MESES-13      PIC 9(02).
           05 PRV-SALDO-13      PIC 9(08)V99.
           05 PRV-ENCARGOS      PIC 9(08)V99.
           05 PRV-BAIXA-FERIAS  PIC 9(08)V99.
           05 PRV-BAIXA-13      PIC 9(08)V99.
           05 PRV-CONST-FERIAS  PIC S9(08)V99
                                SIGN IS LEADING SEPARATE.
           05 PRV-CONST-13      PIC S9(08)V99
                                SIGN IS LEADING SEPARATE.
           05 PRV-DATA-CALC     PIC 9(08).
