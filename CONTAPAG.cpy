      *==            PAGAMENTO PARCIAL) E DO PRD010 E O
      *==            ENVELHECIMENTO DO PRD011, NOS MESMOS MOLDES DO
      *==            CONTAS A RECEBER.
      *==  15/10/2026 - JV - DESPESAS QUE NAO SAO MERCADORIA (ALUGUEL,
      *==            ENERGIA, TELEFONE, SERVICOS) ENTRAM PELO PRD042 E
      *==            PELAS CONTAS RECORRENTES DO PRD044 COM A CONTA DO
      *==            PLANOCON.DAT (CAP-CONTA) E O CENTRO DE CUSTO DO
      *==            CCUSTO.DAT (CAP-CCUSTO); DUPLICATA DE MERCADORIA
      *==            (PRD007) LEVA OS DOIS ZERADOS. REGISTRO DE 55
      *==            PARA 63 POSICOES - LINHA ANTIGA, MAIS CURTA, E
      *==            LIDA COM OS DOIS CAMPOS EM BRANCO (MERCADORIA).
      *==  15/10/2026 - JV - ACRESCENTADOS CAP-REF-FORNECEDOR E
      *==            CAP-REF-DOCUMENTO: O CONHECIMENTO DE FRETE COBRADO
      *==            A PARTE POR UMA TRANSPORTADORA VIRA DUPLICATA
      *==            PROPRIA NO PRD007, AMARRADA AO RECEBIMENTO PELO
      *==            FORNECEDOR E DOCUMENTO DA NOTA DE MERCADORIA. NAS
      *==            DEMAIS DUPLICATAS FICAM ZERADOS. REGISTRO DE 63
      *==            PARA 77 POSICOES, LINHA ANTIGA LIDA SEM VINCULO.
      *=================================================================
       01  REG-CONTAPAG.
           05 CAP-FORNECEDOR   PIC 9(04).
           05 CAP-STATUS       PIC X(01).
               88 CAP-ABERTA          VALUE 'A'.
               88 CAP-QUITADA         VALUE 'Q'.
           05 CAP-CONTA        PIC 9(05).
           05 CAP-CCUSTO       PIC 9(03).
           05 CAP-REF-FORNECEDOR PIC 9(04).
           05 CAP-REF-DOCUMENTO  PIC X(10).
