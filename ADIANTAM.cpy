      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE ADIANTAMENTOS QUINZENAIS
      *==            (ADIANTAM.DAT) - UMA LINHA POR FUNCIONARIO E
      *==            COMPETENCIA. GRAVADA PELA RODADA DO PROGRAMA90
      *==            (STATUS G), PASSA A PAGA (P) NA APROVACAO DA
      *==            REMESSA PELO PROGRAMA61, A DESCONTADA (D) NA FOLHA
      *==            DO PROGRAMA19 E A DESCONTADA NA RESCISAO (R) PELO
      *==            PROGRAMA25. ADT-VALOR-DESC GUARDA QUANTO FOI
      *==            DESCONTADO NA FOLHA - O SALDO (VALOR MENOS
      *==            DESCONTADO) E O COBRADO NO TERMO DE RESCISAO.
      *=================================================================
       01  REG-ADIANTAMENTO.
           05 ADT-COMPETENCIA  PIC 9(06).
           05 ADT-FUNC-ID      PIC 9(04).
           05 ADT-VALOR        PIC 9(08)V99.
           05 ADT-STATUS       PIC X(01).
               88 ADT-GERADO          VALUE 'G'.
               88 ADT-PAGO            VALUE 'P'.
               88 ADT-DESCONTADO      VALUE 'D'.
               88 ADT-RESCISAO        VALUE 'R'.
           05 ADT-VALOR-DESC   PIC 9(08)V99.
           05 ADT-DATA         PIC 9(08).
