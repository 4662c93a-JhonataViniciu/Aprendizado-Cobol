      *==  DATA DE CRIACAO: 21/08/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE FORNECEDORES,
      *==            USADO PELA ENTRADA DE MERCADORIAS DO PRD007.
      *==  15/10/2026 - JV - DADOS BANCARIOS DO FORNECEDOR (BANCO,
      *==            AGENCIA E CONTA) PARA A REMESSA DE PAGAMENTOS DO
      *==            PRD038. O REGISTRO VAI DE 60 PARA 77 POSICOES -
      *==            OS ARQUIVOS ANTIGOS SAO CONVERTIDOS PELO PRD041.
      *=================================================================
       01  REG-FORNECEDOR.
           05 FOR-ID       PIC 9(04).
           05 FOR-STATUS   PIC X(01).
               88 FOR-ATIVO          VALUE 'A'.
               88 FOR-INATIVO        VALUE 'I'.
           05 FOR-BANCO    PIC 9(03).
           05 FOR-AGENCIA  PIC 9(04).
           05 FOR-CONTA    PIC X(10).
