      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO EXTRATO BANCARIO IMPORTADO (EXTBANCO.DAT)
      *==            - UMA LINHA POR LANCAMENTO DA CONTA (C = CREDITO,
      *==            D = DEBITO) E UMA LINHA S COM O SALDO FINAL
      *==            INFORMADO PELO BANCO. A CONTA E IDENTIFICADA PELO
      *==            BANCO, AGENCIA E NUMERO, COMO NO CADASTRO
      *==            CONTABAN.DAT.
      *=================================================================
       01  REG-EXTBANCO.
           05 EXB-BANCO          PIC 9(03).
           05 EXB-AGENCIA        PIC 9(04).
           05 EXB-CONTA          PIC X(10).
           05 EXB-DATA           PIC 9(08).
           05 EXB-TIPO           PIC X(01).
               88 EXB-CREDITO           VALUE 'C'.
               88 EXB-DEBITO            VALUE 'D'.
               88 EXB-SALDO             VALUE 'S'.
           05 EXB-HISTORICO      PIC X(25).
           05 EXB-DOCUMENTO      PIC X(20).
           05 EXB-VALOR          PIC 9(10)V99.
           05 EXB-SINAL          PIC X(01).
               88 EXB-SALDO-NEGATIVO    VALUE '-'.
