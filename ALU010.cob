      *==            ALTERACAO CARREGA TUDO EM MEMORIA E REGRAVA O
      *==            ARQUIVO COMPLETO. A LOTACAO DOS ALUNOS E FEITA
      *==            NA MATRICULA DO ALU001.
      *==  15/10/2026 - JV - A TURMA RECEBE O PROFESSOR RESPONSAVEL
      *==            PELA DISCIPLINA (CONFERIDO ATIVO NO PROFESSOR.DAT
      *==            DO ALU018; ZERO = SEM PROFESSOR) E A CARGA
      *==            SEMANAL DE AULAS, BASE DA HORA-AULA DO ALU019.
      *==  15/10/2026 - JV - O HORARIO LIVRE DEU LUGAR A GRADE
      *==            ESTRUTURADA (GRADE.DAT): CADA AULA DA SEMANA COM
      *==            DIA, INICIO, FIM E SALA. TURMA ATIVA QUE CHOCA
      *==            COM OUTRA TURMA ATIVA NA MESMA SALA OU NO MESMO
      *==            PROFESSOR (OU CUJAS AULAS SE SOBREPOEM) E
      *==            RECUSADA. O TRM-HORARIO GUARDA O RESUMO DA GRADE.
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TURMAS.

           SELECT PROFESSORES ASSIGN TO WRK-CAMINHO-PROFESSOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROFESSORES.

           SELECT GRADE ASSIGN TO WRK-CAMINHO-GRADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRADE.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS.
           COPY "TURMAS.cpy".
       FD  PROFESSORES.
           COPY "PROFESSOR.cpy".
       FD  GRADE.
           COPY "GRADEHOR.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMTRM.cpy".
           COPY "CAMPRF.cpy".
           COPY "CAMGRD.cpy".
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-PROFESSORES  PIC 9(02) VALUE ZEROS.
       77  FS-GRADE        PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-CODIGO      PIC 9(03) VALUE ZEROS.
       77  WRK-ANO         PIC 9(04) VALUE ZEROS.
       77  WRK-SALA        PIC X(05) VALUE SPACES.
       77  WRK-CAPACIDADE  PIC 9(03) VALUE ZEROS.
       77  WRK-STATUS      PIC X(01) VALUE SPACES.
       77  WRK-PROF-ID     PIC 9(04) VALUE ZEROS.
       77  WRK-AULAS-SEMANA PIC 9(02) VALUE ZEROS.
       77  WRK-SW-PROF     PIC X(01) VALUE "N".
           88 PROFESSOR-ACEITO      VALUE "S".

      *------------ TURMAS CARREGADAS EM MEMORIA ------------------------
       01  WRK-TAB-TURMAS.
           05 WRK-TRM-REG OCCURS 100 TIMES PIC X(62).
       77  WRK-QTD-TURMAS  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-TURMAS  PIC 9(03) VALUE 100.
       77  WRK-IND-TURMA   PIC 9(03) VALUE ZEROS.
       77  WRK-SW-TURMA    PIC X(01) VALUE "N".
           88 TURMA-ACHADA          VALUE "S".

      *------------ GRADE HORARIA CARREGADA EM MEMORIA -----------------
       01  WRK-TAB-GRADE.
           05 WRK-GRD-REG OCCURS 600 TIMES PIC X(21).
       77  WRK-QTD-GRADE   PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-GRADE   PIC 9(03) VALUE 600.
       77  WRK-IND-GRADE   PIC 9(03) VALUE ZEROS.
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".

      *------------ AULAS DA SEMANA DA TURMA INFORMADA -----------------
       01  WRK-TAB-AULAS.
           05 WRK-AUL-ITEM OCCURS 10 TIMES.
              10 WRK-AUL-DIA     PIC 9(01).
              10 WRK-AUL-INICIO  PIC 9(04).
              10 WRK-AUL-FIM     PIC 9(04).
              10 WRK-AUL-SALA    PIC X(05).
       77  WRK-QTD-AULAS   PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-AULAS   PIC 9(02) VALUE 10.
       77  WRK-IND-AULA    PIC 9(02) VALUE ZEROS.
       77  WRK-IND-OUTRA   PIC 9(02) VALUE ZEROS.
       77  WRK-DIA         PIC 9(01) VALUE ZEROS.
       77  WRK-INICIO      PIC 9(04) VALUE ZEROS.
       77  WRK-FIM         PIC 9(04) VALUE ZEROS.
       77  WRK-SALA-AULA   PIC X(05) VALUE SPACES.
       01  WRK-HORA-INFORMADA   PIC 9(04) VALUE ZEROS.
       01  FILLER REDEFINES WRK-HORA-INFORMADA.
           05 WRK-HI-HH        PIC 9(02).
           05 WRK-HI-MM        PIC 9(02).
       77  WRK-SW-HORA     PIC X(01) VALUE "N".
           88 HORA-VALIDA           VALUE "S".
       77  WRK-QTD-CHOQUES PIC 9(03) VALUE ZEROS.
       77  WRK-STATUS-OUTRA PIC X(01) VALUE SPACES.
       01  WRK-DIAS-SEMANA PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01  FILLER REDEFINES WRK-DIAS-SEMANA.
           05 WRK-NOME-DIA     OCCURS 7 TIMES PIC X(03).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
             CLOSE TURMAS
           END-IF.

           PERFORM 0103-OBTER-CAMINHO-GRADE.
           OPEN INPUT GRADE.
           IF FS-GRADE EQUAL 0
             READ GRADE NEXT RECORD
             PERFORM UNTIL FS-GRADE NOT EQUAL 00
               IF WRK-QTD-GRADE LESS WRK-MAX-GRADE
                 ADD 1 TO WRK-QTD-GRADE
                 MOVE REG-GRADE TO WRK-GRD-REG(WRK-QTD-GRADE)
               ELSE
                 SET CARGA-TRANSBORDOU TO TRUE
               END-IF
               READ GRADE NEXT RECORD
             END-PERFORM
             CLOSE GRADE
           END-IF.
           IF CARGA-TRANSBORDOU
             DISPLAY "GRADE HORARIA MAIOR QUE A TABELA (MAX "
                     WRK-MAX-GRADE ") - MANUTENCAO NAO REALIZADA"
             GOBACK
           END-IF.

           DISPLAY "CODIGO DA TURMA........... "
             ACCEPT WRK-CODIGO.
           DISPLAY "NIVEL..................... "
             ACCEPT WRK-DISCIPLINA.
           DISPLAY "ANO LETIVO (AAAA)......... "
             ACCEPT WRK-ANO.
           DISPLAY "SALA PADRAO............... "
             ACCEPT WRK-SALA.
           DISPLAY "CAPACIDADE DA SALA........ "
             ACCEPT WRK-CAPACIDADE.
           DISPLAY "STATUS (A=ATIVA, I=INATIVA) "
             ACCEPT WRK-STATUS.
           IF WRK-STATUS EQUAL 'a' MOVE 'A' TO WRK-STATUS END-IF.
           IF WRK-STATUS NOT EQUAL 'A' AND WRK-STATUS NOT EQUAL 'I'
             MOVE 'A' TO WRK-STATUS
           END-IF.
           MOVE "N" TO WRK-SW-PROF.
           PERFORM 0110-VALIDAR-PROFESSOR UNTIL PROFESSOR-ACEITO.
           DISPLAY "AULAS POR SEMANA.......... "
             ACCEPT WRK-AULAS-SEMANA.

           DISPLAY "AULAS NA GRADE DA SEMANA (0 = MANTER A ATUAL) "
             ACCEPT WRK-QTD-AULAS.
           IF WRK-QTD-AULAS GREATER WRK-MAX-AULAS
             DISPLAY "MAXIMO DE " WRK-MAX-AULAS " AULAS NA GRADE"
             MOVE WRK-MAX-AULAS TO WRK-QTD-AULAS
           END-IF.
           IF WRK-QTD-AULAS EQUAL ZEROS
             PERFORM 0120-MANTER-GRADE-ATUAL
           ELSE
             MOVE 1 TO WRK-IND-AULA
             PERFORM 0115-INFORMAR-AULA
               UNTIL WRK-IND-AULA GREATER WRK-QTD-AULAS
           END-IF.

      *    TURMA INATIVA NAO OCUPA SALA NEM PROFESSOR
           IF WRK-STATUS EQUAL 'A'
             PERFORM 0130-CONFERIR-CHOQUES
             IF WRK-QTD-CHOQUES GREATER ZEROS
               DISPLAY "TURMA RECUSADA - " WRK-QTD-CHOQUES
                       " CHOQUE(S) NA GRADE HORARIA"
               GOBACK
             END-IF
           END-IF.

      *--------------------------------------------------------------
      *  0110-VALIDAR-PROFESSOR: O PROFESSOR INFORMADO TEM QUE ESTAR
      *  ATIVO NO CADASTRO DO ALU018. ZERO DEIXA A TURMA SEM
      *  PROFESSOR (SAI NA LISTA DO ALU019).
      *--------------------------------------------------------------
       0110-VALIDAR-PROFESSOR          SECTION.
           DISPLAY "PROFESSOR (0 = SEM PROFESSOR) "
             ACCEPT WRK-PROF-ID.
           IF WRK-PROF-ID EQUAL ZEROS
             SET PROFESSOR-ACEITO TO TRUE
             GO TO 0110-VALIDAR-SAIDA
           END-IF.
           PERFORM 0101-OBTER-CAMINHO-PROFESSOR.
           OPEN INPUT PROFESSORES.
           IF FS-PROFESSORES NOT EQUAL 0
             DISPLAY "CADASTRO DE PROFESSORES NAO FOI ABERTO - "
                     "STATUS " FS-PROFESSORES
             GO TO 0110-VALIDAR-SAIDA
           END-IF.
           READ PROFESSORES NEXT RECORD.
           PERFORM UNTIL FS-PROFESSORES NOT EQUAL 00
                      OR PROFESSOR-ACEITO
             IF PRF-ID EQUAL WRK-PROF-ID AND PRF-ATIVO
               SET PROFESSOR-ACEITO TO TRUE
             ELSE
               READ PROFESSORES NEXT RECORD
             END-IF
           END-PERFORM.
           CLOSE PROFESSORES.
           IF PROFESSOR-ACEITO
             DISPLAY "PROFESSOR: " PRF-NOME
           ELSE
             DISPLAY "PROFESSOR INEXISTENTE OU INATIVO"
           END-IF.
       0110-VALIDAR-SAIDA.
           EXIT.

       0115-INFORMAR-AULA              SECTION.
           DISPLAY "AULA " WRK-IND-AULA " DA SEMANA".
           MOVE ZEROS TO WRK-DIA.
           PERFORM UNTIL WRK-DIA GREATER ZEROS AND WRK-DIA LESS 8
             DISPLAY "  DIA (1=DOM 2=SEG 3=TER 4=QUA 5=QUI 6=SEX "
                     "7=SAB) "
               ACCEPT WRK-DIA
           END-PERFORM.
           MOVE "N" TO WRK-SW-HORA.
           PERFORM 0117-INFORMAR-HORARIO UNTIL HORA-VALIDA.
           DISPLAY "  SALA (BRANCO = " WRK-SALA ") "
             ACCEPT WRK-SALA-AULA.
           IF WRK-SALA-AULA EQUAL SPACES
             MOVE WRK-SALA TO WRK-SALA-AULA
           END-IF.
           MOVE WRK-DIA       TO WRK-AUL-DIA(WRK-IND-AULA).
           MOVE WRK-INICIO    TO WRK-AUL-INICIO(WRK-IND-AULA).
           MOVE WRK-FIM       TO WRK-AUL-FIM(WRK-IND-AULA).
           MOVE WRK-SALA-AULA TO WRK-AUL-SALA(WRK-IND-AULA).
           ADD 1 TO WRK-IND-AULA.

       0117-INFORMAR-HORARIO           SECTION.
           DISPLAY "  INICIO (HHMM)........... "
             ACCEPT WRK-INICIO.
           DISPLAY "  FIM (HHMM).............. "
             ACCEPT WRK-FIM.
           MOVE WRK-INICIO TO WRK-HORA-INFORMADA.
           IF WRK-HI-HH GREATER 23 OR WRK-HI-MM GREATER 59
             DISPLAY "HORA DE INICIO INVALIDA"
             GO TO 0117-INFORMAR-SAIDA
           END-IF.
           MOVE WRK-FIM TO WRK-HORA-INFORMADA.
           IF WRK-HI-HH GREATER 23 OR WRK-HI-MM GREATER 59
             DISPLAY "HORA DE FIM INVALIDA"
             GO TO 0117-INFORMAR-SAIDA
           END-IF.
           IF WRK-FIM NOT GREATER WRK-INICIO
             DISPLAY "O FIM TEM QUE SER DEPOIS DO INICIO"
             GO TO 0117-INFORMAR-SAIDA
           END-IF.
           SET HORA-VALIDA TO TRUE.
       0117-INFORMAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0120-MANTER-GRADE-ATUAL: SEM AULAS INFORMADAS, A TURMA FICA
      *  COM A GRADE QUE JA TEM (CONFERIDA DE NOVO, POIS O PROFESSOR
      *  OU O STATUS PODEM TER MUDADO).
      *--------------------------------------------------------------
       0120-MANTER-GRADE-ATUAL         SECTION.
           MOVE 1 TO WRK-IND-GRADE.
           PERFORM UNTIL WRK-IND-GRADE GREATER WRK-QTD-GRADE
             MOVE WRK-GRD-REG(WRK-IND-GRADE) TO REG-GRADE
             IF GRD-TURMA EQUAL WRK-CODIGO
                AND WRK-QTD-AULAS LESS WRK-MAX-AULAS
               ADD 1 TO WRK-QTD-AULAS
               MOVE GRD-DIA    TO WRK-AUL-DIA(WRK-QTD-AULAS)
               MOVE GRD-INICIO TO WRK-AUL-INICIO(WRK-QTD-AULAS)
               MOVE GRD-FIM    TO WRK-AUL-FIM(WRK-QTD-AULAS)
               MOVE GRD-SALA   TO WRK-AUL-SALA(WRK-QTD-AULAS)
             END-IF
             ADD 1 TO WRK-IND-GRADE
           END-PERFORM.

      *--------------------------------------------------------------
      *  0130-CONFERIR-CHOQUES: DUAS AULAS CHOCAM QUANDO SAO NO MESMO
      *  DIA E UMA COMECA ANTES DE A OUTRA TERMINAR. DENTRO DA PROPRIA
      *  TURMA QUALQUER SOBREPOSICAO E CHOQUE; CONTRA OUTRA TURMA
      *  ATIVA, SO NA MESMA SALA OU COM O MESMO PROFESSOR.
      *--------------------------------------------------------------
       0130-CONFERIR-CHOQUES           SECTION.
           MOVE ZEROS TO WRK-QTD-CHOQUES.
           MOVE 1 TO WRK-IND-AULA.
           PERFORM 0135-CONFERIR-AULA
             UNTIL WRK-IND-AULA GREATER WRK-QTD-AULAS.

       0135-CONFERIR-AULA              SECTION.
           COMPUTE WRK-IND-OUTRA = WRK-IND-AULA + 1.
           PERFORM UNTIL WRK-IND-OUTRA GREATER WRK-QTD-AULAS
             IF WRK-AUL-DIA(WRK-IND-OUTRA)
                  EQUAL WRK-AUL-DIA(WRK-IND-AULA)
                AND WRK-AUL-INICIO(WRK-IND-OUTRA)
                  LESS WRK-AUL-FIM(WRK-IND-AULA)
                AND WRK-AUL-INICIO(WRK-IND-AULA)
                  LESS WRK-AUL-FIM(WRK-IND-OUTRA)
               DISPLAY "CHOQUE: AS AULAS " WRK-IND-AULA " E "
                       WRK-IND-OUTRA " DA TURMA SE SOBREPOEM"
               ADD 1 TO WRK-QTD-CHOQUES
             END-IF
             ADD 1 TO WRK-IND-OUTRA
           END-PERFORM.
           MOVE 1 TO WRK-IND-GRADE.
           PERFORM 0137-CONFERIR-OUTRA-TURMA
             UNTIL WRK-IND-GRADE GREATER WRK-QTD-GRADE.
           ADD 1 TO WRK-IND-AULA.

       0137-CONFERIR-OUTRA-TURMA       SECTION.
           MOVE WRK-GRD-REG(WRK-IND-GRADE) TO REG-GRADE.
           ADD 1 TO WRK-IND-GRADE.
           IF GRD-TURMA EQUAL WRK-CODIGO
              OR GRD-DIA NOT EQUAL WRK-AUL-DIA(WRK-IND-AULA)
              OR GRD-INICIO NOT LESS WRK-AUL-FIM(WRK-IND-AULA)
              OR WRK-AUL-INICIO(WRK-IND-AULA) NOT LESS GRD-FIM
             GO TO 0137-CONFERIR-SAIDA
           END-IF.
           IF GRD-SALA NOT EQUAL WRK-AUL-SALA(WRK-IND-AULA)
              AND (WRK-PROF-ID EQUAL ZEROS
                   OR GRD-PROF-ID NOT EQUAL WRK-PROF-ID)
             GO TO 0137-CONFERIR-SAIDA
           END-IF.
           PERFORM 0139-SITUACAO-DA-TURMA.
           IF WRK-STATUS-OUTRA NOT EQUAL 'A'
             GO TO 0137-CONFERIR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-CHOQUES.
           IF GRD-SALA EQUAL WRK-AUL-SALA(WRK-IND-AULA)
             DISPLAY "CHOQUE DE SALA: " WRK-NOME-DIA(GRD-DIA) " "
                     GRD-INICIO "-" GRD-FIM " SALA " GRD-SALA
                     " OCUPADA PELA TURMA " GRD-TURMA
           ELSE
             DISPLAY "CHOQUE DE PROFESSOR: " WRK-NOME-DIA(GRD-DIA)
                     " " GRD-INICIO "-" GRD-FIM " PROFESSOR "
                     GRD-PROF-ID " EM AULA NA TURMA " GRD-TURMA
           END-IF.
       0137-CONFERIR-SAIDA.
           EXIT.

      *    STATUS DA TURMA DONA DA AULA (SEM CADASTRO = NAO OCUPA)
       0139-SITUACAO-DA-TURMA          SECTION.
           MOVE SPACES TO WRK-STATUS-OUTRA.
           MOVE 1 TO WRK-IND-TURMA.
           PERFORM UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
             MOVE WRK-TRM-REG(WRK-IND-TURMA) TO REG-TURMA
             IF TRM-CODIGO EQUAL GRD-TURMA
               MOVE TRM-STATUS TO WRK-STATUS-OUTRA
               MOVE WRK-QTD-TURMAS TO WRK-IND-TURMA
             END-IF
             ADD 1 TO WRK-IND-TURMA
           END-PERFORM.

       0200-PROCESSAR                  SECTION.
           MOVE WRK-CODIGO     TO TRM-CODIGO.
           MOVE WRK-ANO        TO TRM-ANO.
           MOVE WRK-SALA       TO TRM-SALA.
           MOVE WRK-CAPACIDADE TO TRM-CAPACIDADE.
           MOVE SPACES         TO TRM-HORARIO.
           MOVE WRK-STATUS     TO TRM-STATUS.
           MOVE WRK-PROF-ID    TO TRM-PROF-ID.
           MOVE WRK-AULAS-SEMANA TO TRM-AULAS-SEMANA.

           MOVE 1   TO WRK-IND-TURMA.
           MOVE "N" TO WRK-SW-TURMA.
             UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
                OR TURMA-ACHADA.

      *    RESUMO DA GRADE NO CADASTRO; TURMA AINDA SEM GRADE
      *    CONSERVA O HORARIO QUE JA TINHA
           IF WRK-QTD-AULAS GREATER ZEROS
             MOVE WRK-AUL-DIA(1) TO WRK-DIA
             STRING WRK-NOME-DIA(WRK-DIA) " " WRK-AUL-INICIO(1) "-"
                    WRK-AUL-FIM(1) DELIMITED BY SIZE
               INTO TRM-HORARIO
             IF WRK-QTD-AULAS GREATER 1
               MOVE "+" TO TRM-HORARIO(15:1)
             END-IF
           ELSE
             IF TURMA-ACHADA
               MOVE WRK-TRM-REG(WRK-IND-TURMA)(41:15) TO TRM-HORARIO
             END-IF
           END-IF.

           IF TURMA-ACHADA
             MOVE REG-TURMA TO WRK-TRM-REG(WRK-IND-TURMA)
             DISPLAY "TURMA ALTERADA"
               UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
             CLOSE TURMAS
             DISPLAY "CADASTRO DE TURMAS ATUALIZADO"
             PERFORM 0230-REGRAVAR-GRADE
           END-IF.

       0210-LOCALIZAR-TURMA            SECTION.
           WRITE REG-TURMA.
           ADD 1 TO WRK-IND-TURMA.

      *--------------------------------------------------------------
      *  0230-REGRAVAR-GRADE: AS AULAS DAS OUTRAS TURMAS VOLTAM COMO
      *  ESTAVAM E AS DESTA TURMA SAEM COM O PROFESSOR ATUAL.
      *--------------------------------------------------------------
       0230-REGRAVAR-GRADE             SECTION.
           OPEN OUTPUT GRADE.
           IF FS-GRADE NOT EQUAL 0
             DISPLAY "GRADE HORARIA NAO FOI REGRAVADA - STATUS "
                     FS-GRADE
             GO TO 0230-REGRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-GRADE.
           PERFORM UNTIL WRK-IND-GRADE GREATER WRK-QTD-GRADE
             MOVE WRK-GRD-REG(WRK-IND-GRADE) TO REG-GRADE
             IF GRD-TURMA NOT EQUAL WRK-CODIGO
               WRITE REG-GRADE
             END-IF
             ADD 1 TO WRK-IND-GRADE
           END-PERFORM.
           MOVE 1 TO WRK-IND-AULA.
           PERFORM UNTIL WRK-IND-AULA GREATER WRK-QTD-AULAS
             MOVE WRK-CODIGO                  TO GRD-TURMA
             MOVE WRK-AUL-DIA(WRK-IND-AULA)    TO GRD-DIA
             MOVE WRK-AUL-INICIO(WRK-IND-AULA) TO GRD-INICIO
             MOVE WRK-AUL-FIM(WRK-IND-AULA)    TO GRD-FIM
             MOVE WRK-AUL-SALA(WRK-IND-AULA)   TO GRD-SALA
             MOVE WRK-PROF-ID                 TO GRD-PROF-ID
             WRITE REG-GRADE
             ADD 1 TO WRK-IND-AULA
           END-PERFORM.
           CLOSE GRADE.
           DISPLAY "GRADE HORARIA ATUALIZADA - " WRK-QTD-AULAS
                   " AULA(S) NA SEMANA".
       0230-REGRAVAR-SAIDA.
           EXIT.

           COPY "CAMTRMP.cpy".
           COPY "CAMPRFP.cpy".
           COPY "CAMGRDP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
