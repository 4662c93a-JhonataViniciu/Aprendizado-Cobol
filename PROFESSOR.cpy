      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE PROFESSORES
      *==            (PROFESSOR.DAT), MANTIDO PELO ALU018 - NOME, O
      *==            FUNCIONARIO DA FOLHA (ZERO = PROFESSOR FORA DA
      *==            FOLHA, PAGO POR FORA) E O VALOR DA HORA-AULA. A
      *==            TURMA (ALU010) APONTA O PROFESSOR RESPONSAVEL E
      *==            O ALU019 LANCA AS AULAS DADAS NO MOVIMENTO DA
      *==            FOLHA.
      *=================================================================
       01  REG-PROFESSOR.
           05 PRF-ID           PIC 9(04).
           05 PRF-NOME         PIC X(30).
           05 PRF-FUNC-ID      PIC 9(04).
           05 PRF-VALOR-AULA   PIC 9(04)V99.
           05 PRF-STATUS       PIC X(01).
               88 PRF-ATIVO           VALUE 'A'.
               88 PRF-INATIVO         VALUE 'I'.
