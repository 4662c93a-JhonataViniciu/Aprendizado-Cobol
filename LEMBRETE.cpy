      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO DIARIO DE LEMBRETES DE VENCIMENTO
      *==            (LEMBRETE.DAT) - UMA LINHA POR LEMBRETE ENVIADO
      *==            PELO PROGRAMA89, NUNCA REGRAVADA. A CHAVE E O
      *==            TITULO: CARTEIRA C (PARCELA DO CONTAS A RECEBER -
      *==            CLIENTE, NOTA E PARCELA) OU M (MENSALIDADE -
      *==            ALUNO E COMPETENCIA). TITULO JA LEMBRADO NAO E
      *==            LEMBRADO DE NOVO, E O DIARIO E A BASE DO RESUMO
      *==            LEMBRADOS X PAGOS EM DIA. LMB-ID-CLIENTE E O
      *==            REG-ID DO CADASTRO CUJO CONSENTIMENTO AUTORIZOU O
      *==            ENVIO (NA MENSALIDADE, O DO RESPONSAVEL).
      *=================================================================
       01  REG-LEMBRETE.
           05 LMB-CHAVE.
              10 LMB-CARTEIRA  PIC X(01).
                 88 LMB-CONTAREC        VALUE 'C'.
                 88 LMB-MENSALIDADE     VALUE 'M'.
              10 LMB-ID        PIC 9(04).
              10 LMB-NOTA      PIC X(04).
              10 LMB-PARCELA   PIC 9(02).
              10 LMB-COMPET    PIC 9(06).
           05 LMB-VENCTO       PIC 9(08).
           05 LMB-VALOR        PIC 9(08)V99.
           05 LMB-DATA-ENVIO   PIC 9(08).
           05 LMB-ID-CLIENTE   PIC 9(04).
