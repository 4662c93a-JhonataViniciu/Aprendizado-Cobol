      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO CADASTRO DE CONTAS BANCARIAS DA EMPRESA
      *==            (CONTABAN.DAT) - UMA LINHA POR CONTA, COM O USO
      *==            QUE DIRECIONA OS MOVIMENTOS DA SUITE (COBRANCA,
      *==            DEPOSITO DE CHEQUES, FOLHA, PAGAMENTO A
      *==            FORNECEDORES OU GERAL) E O SALDO DE ABERTURA DA
      *==            CONCILIACAO. MANTIDO PELO PROGRAMA67.
      *=================================================================
       01  REG-CONTABAN.
           05 CTB-CODIGO         PIC 9(02).
           05 CTB-BANCO          PIC 9(03).
           05 CTB-AGENCIA        PIC 9(04).
           05 CTB-CONTA          PIC X(10).
           05 CTB-DESCRICAO      PIC X(20).
           05 CTB-USO            PIC X(01).
               88 CTB-USO-GERAL         VALUE 'G'.
               88 CTB-USO-COBRANCA      VALUE 'C'.
               88 CTB-USO-DEPOSITO      VALUE 'D'.
               88 CTB-USO-FOLHA         VALUE 'F'.
               88 CTB-USO-PAGAMENTO     VALUE 'P'.
           05 CTB-SALDO-INICIAL  PIC S9(10)V99
                                 SIGN IS LEADING SEPARATE.
           05 CTB-DATA-SALDO     PIC 9(08).
           05 CTB-STATUS         PIC X(01).
               88 CTB-ATIVA             VALUE 'A'.
               88 CTB-INATIVA           VALUE 'I'.
