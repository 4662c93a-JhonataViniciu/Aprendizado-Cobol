      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO RESUMO NUMERICO DAS RESCISOES
      *==            (RESCRES.DAT) - UMA LINHA POR EMISSAO DO TERMO DE
      *==            RESCISAO PELO PROGRAMA25, COM AS VERBAS, OS
      *==            DESCONTOS E O LIQUIDO JA CALCULADOS. VALE A
      *==            ULTIMA LINHA DO FUNCIONARIO. ALIMENTA O EVENTO DE
      *==            DESLIGAMENTO DO ESOCIAL (PROGRAMA94) SEM GARIMPAR
      *==            O TEXTO DO TERMO.
      *=================================================================
       01  REG-RESCRES.
           05 RSC-FUNC-ID      PIC 9(04).
           05 RSC-DEMISSAO     PIC 9(08).
           05 RSC-SALDO        PIC 9(08)V99.
           05 RSC-DECIMO       PIC 9(08)V99.
           05 RSC-FERIAS       PIC 9(08)V99.
           05 RSC-AVISO        PIC 9(08)V99.
           05 RSC-INSS         PIC 9(08)V99.
           05 RSC-IRRF         PIC 9(08)V99.
           05 RSC-DESCONTOS    PIC 9(08)V99.
           05 RSC-LIQUIDO      PIC S9(08)V99
                               SIGN IS LEADING SEPARATE.
           05 RSC-DATA-CALC    PIC 9(08).
