      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO HISTORICO DE AULAS PAGAS (HORAULA.DAT),
      *==            GRAVADO PELO ALU019 - POR COMPETENCIA E TURMA, O
      *==            PROFESSOR RESPONSAVEL, O ACUMULADO DE AULAS DADAS
      *==            NO PERIODO (MAIOR FRQ-AULAS-DADAS DOS ALUNOS DA
      *==            TURMA), AS AULAS DO MES (ACUMULADO MENOS O DA
      *==            COMPETENCIA ANTERIOR) E O VALOR LANCADO NA FOLHA.
      *==            A RERODADA SUBSTITUI A COMPETENCIA.
      *=================================================================
       01  REG-HORAULA.
           05 HAU-COMPETENCIA  PIC 9(06).
           05 HAU-TURMA        PIC 9(03).
           05 HAU-DISCIPLINA   PIC X(15).
           05 HAU-PROF-ID      PIC 9(04).
           05 HAU-AULAS-ACUM   PIC 9(03).
           05 HAU-AULAS-MES    PIC 9(03).
           05 HAU-VALOR        PIC 9(08)V99.
