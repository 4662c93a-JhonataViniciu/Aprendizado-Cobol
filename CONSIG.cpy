      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO CADASTRO DE EMPRESTIMOS CONSIGNADOS
      *==            (CONSIG.DAT) - UMA LINHA POR CONTRATO: BANCO,
      *==            NUMERO DO CONTRATO, QUANTIDADE E VALOR DAS
      *==            PARCELAS E COMPETENCIA DA PRIMEIRA. INCLUIDO E
      *==            CANCELADO PELO FUN018; A FOLHA (PROGRAMA19)
      *==            ATUALIZA AS PARCELAS PAGAS, A ULTIMA COMPETENCIA
      *==            E O VALOR DESCONTADO NELA (RERODADA DA MESMA
      *==            COMPETENCIA NAO CONTA A PARCELA DUAS VEZES) E A
      *==            RESCISAO (PROGRAMA25) ENCERRA O CONTRATO (R).
      *=================================================================
       01  REG-CONSIG.
           05 CSG-FUNC-ID      PIC 9(04).
           05 CSG-BANCO        PIC 9(03).
           05 CSG-CONTRATO     PIC X(15).
           05 CSG-PARCELAS     PIC 9(03).
           05 CSG-VALOR-PARC   PIC 9(06)V99.
           05 CSG-COMP-INICIO  PIC 9(06).
           05 CSG-PAGAS        PIC 9(03).
           05 CSG-STATUS       PIC X(01).
               88 CSG-ATIVO           VALUE 'A'.
               88 CSG-QUITADO         VALUE 'Q'.
               88 CSG-RESCISAO        VALUE 'R'.
               88 CSG-CANCELADO       VALUE 'C'.
           05 CSG-ULT-COMP     PIC 9(06).
           05 CSG-ULT-VALOR    PIC 9(08)V99.
           05 CSG-DATA-REG     PIC 9(08).
           05 CSG-OPERADOR     PIC X(20).
