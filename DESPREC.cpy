      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DAS CONTAS RECORRENTES
      *==            (DESPREC.DAT) - ALUGUEL, ENERGIA, TELEFONE E
      *==            SERVICOS CONTRATADOS, DEFINIDOS UMA VEZ NO PRD043
      *==            COM O FORNECEDOR, A CONTA DO PLANOCON.DAT, O
      *==            CENTRO DE CUSTO, O DIA DE VENCIMENTO E O VALOR. A
      *==            GERACAO MENSAL DO PRD044 GRAVA UMA DUPLICATA POR
      *==            CONTA ATIVA NO CONTAPAG.DAT E ANOTA A COMPETENCIA
      *==            GERADA EM DRC-ULTIMA-COMPET, PARA NAO DUPLICAR.
      *=================================================================
       01  REG-DESPREC.
           05 DRC-CODIGO       PIC 9(04).
           05 DRC-DESCRICAO    PIC X(30).
           05 DRC-FORNECEDOR   PIC 9(04).
           05 DRC-CONTA        PIC 9(05).
           05 DRC-CCUSTO       PIC 9(03).
           05 DRC-DIA-VENCTO   PIC 9(02).
           05 DRC-VALOR        PIC 9(10)V99.
           05 DRC-STATUS       PIC X(01).
               88 DRC-ATIVA           VALUE 'A'.
               88 DRC-INATIVA         VALUE 'I'.
           05 DRC-ULTIMA-COMPET PIC 9(06).
