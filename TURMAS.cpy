      *==            ALU010. A MATRICULA DO ALU001 LOTA O ALUNO NA
      *==            TURMA E RECUSA QUANDO A CAPACIDADE ESTOURA
      *==            (OFERECENDO A LISTA DE ESPERA ESPERA.DAT).
      *==  15/10/2026 - JV - ACRESCENTADOS O PROFESSOR RESPONSAVEL
      *==            PELA DISCIPLINA DA TURMA (TRM-PROF-ID, DO
      *==            PROFESSOR.DAT - ZERO = SEM PROFESSOR) E A CARGA
      *==            SEMANAL DE AULAS (TRM-AULAS-SEMANA). REGISTRO DE
      *==            ANTES DOS CAMPOS VEM COM ESPACOS E E TRATADO
      *==            COMO TURMA SEM PROFESSOR.
      *==  15/10/2026 - JV - O HORARIO PASSA A SER A GRADE
      *==            ESTRUTURADA DO GRADE.DAT (GRADEHOR.cpy); O
      *==            TRM-HORARIO FICA COM O RESUMO DA PRIMEIRA AULA
      *==            MONTADO PELO ALU010 ("SEG 0800-0940 +" QUANDO HA
      *==            MAIS DE UMA). TRM-SALA E A SALA PADRAO DAS AULAS.
      *=================================================================
       01  REG-TURMA.
           05 TRM-CODIGO       PIC 9(03).
           05 TRM-STATUS       PIC X(01).
               88 TRM-ATIVA           VALUE 'A'.
               88 TRM-INATIVA         VALUE 'I'.
           05 TRM-PROF-ID      PIC 9(04).
           05 TRM-AULAS-SEMANA PIC 9(02).
