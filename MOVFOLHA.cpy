      *==            RETROATIVA DO REAJUSTE COLETIVO (FUN009) A PAGAR
      *==            NA COMPETENCIA, SOMADA AO BRUTO PELO PROGRAMA19
      *==            E ITEMIZADA NO HOLERITE.
      *==
      *==  15/10/2026 - JV - ACRESCENTADO MVF-DESC-CAIXA: A FALTA DE
      *==            CAIXA APROVADA DO LIVRO DE QUEBRAS (PROGRAMA78)
      *==            A DESCONTAR NA COMPETENCIA, ABATIDA DO LIQUIDO
      *==            PELO PROGRAMA19 E ITEMIZADA NO HOLERITE.
      *==
      *==  15/10/2026 - JV - ACRESCENTADO MVF-HORA-AULA: O VALOR DAS
      *==            AULAS DADAS PELO PROFESSOR NA COMPETENCIA,
      *==            APURADO PELO ALU019 (AULAS DO FREQUENC.DAT X
      *==            VALOR DA HORA-AULA DO PROFESSOR.DAT), SOMADO AO
      *==            BRUTO PELO PROGRAMA19 E ITEMIZADO NO HOLERITE.
      *=================================================================
       01  REG-MOVFOLHA.
           05 MVF-COMPETENCIA  PIC 9(06).
           05 MVF-FALTAS       PIC 9(02).
           05 MVF-COMISSAO     PIC 9(06)V99.
           05 MVF-RETROATIVO   PIC 9(08)V99.
           05 MVF-DESC-CAIXA   PIC 9(06)V99.
           05 MVF-HORA-AULA    PIC 9(08)V99.
