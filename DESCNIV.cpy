      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DA TABELA DE TETO DE DESCONTO POR NIVEL DE
      *==            OPERADOR (DESCNIV.DAT, UMA LINHA POR OPE-NIVEL) -
      *==            PERCENTUAL MAXIMO DE DESCONTO NA NOTA QUE O
      *==            OPERADOR DO CAIXA CONCEDE SEM SUPERVISOR. ACIMA
      *==            DO TETO O PROGRAMA15 PEDE A LIBERACAO (SUPAUT).
      *==            SEM O ARQUIVO VALEM 5% (NIVEL 1) E 10% (NIVEL 2).
      *=================================================================
       01  REG-DESCNIV.
           05 DSN-NIVEL      PIC 9(01).
           05 DSN-PCT-MAX    PIC 9(02)V99.
