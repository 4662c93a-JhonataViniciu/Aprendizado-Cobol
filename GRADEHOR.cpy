      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DA GRADE HORARIA DAS TURMAS
      *==            (GRADE.DAT) - UMA AULA SEMANAL POR LINHA: TURMA,
      *==            DIA DA SEMANA (1=DOM, 2=SEG ... 7=SAB), HORA DE
      *==            INICIO E DE FIM (HHMM), SALA E PROFESSOR DA
      *==            TURMA (ZERO = SEM PROFESSOR). MANTIDO PELO ALU010,
      *==            QUE RECUSA CHOQUE DE SALA OU DE PROFESSOR; O
      *==            ALU020 IMPRIME AS GRADES E OS CHOQUES.
      *=================================================================
       01  REG-GRADE.
           05 GRD-TURMA        PIC 9(03).
           05 GRD-DIA          PIC 9(01).
           05 GRD-INICIO       PIC 9(04).
           05 GRD-FIM          PIC 9(04).
           05 GRD-SALA         PIC X(05).
           05 GRD-PROF-ID      PIC 9(04).
