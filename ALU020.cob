       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALU020.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: GRADE HORARIA SEMANAL E CHOQUES DE HORARIO - COM
      *==            AS AULAS DAS TURMAS ATIVAS DO GRADE.DAT IMPRIME A
      *==            GRADE DA SEMANA POR TURMA, POR SALA E POR
      *==            PROFESSOR (ORDENADA POR DIA E HORA) NO RELATORIO
      *==            DATADO GRADEHOR, E LISTA NO RELATORIO CHOQUES AS
      *==            AULAS QUE SE SOBREPOEM NA MESMA SALA, NO MESMO
      *==            PROFESSOR OU NA PROPRIA TURMA. TURMA ATIVA AINDA
      *==            SEM GRADE ESTRUTURADA (HORARIO LIVRE DE ANTES DO
      *==            ALU010 NOVO) SAI NA LISTA DE PENDENTES, E DUAS
      *==            DELAS NA MESMA SALA COM O MESMO TEXTO DE HORARIO
      *==            SAEM COMO POSSIVEL CHOQUE. O PROFESSOR DE CADA
      *==            AULA E O ATUAL DA TURMA (TURMAS.DAT). REGISTRA A
      *==            EXECUCAO NO BATCHLOG COM OS CHOQUES EM LOG-QTD.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO WRK-CAMINHO-TURMAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TURMAS.

           SELECT PROFESSORES ASSIGN TO WRK-CAMINHO-PROFESSOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROFESSORES.

           SELECT GRADE ASSIGN TO WRK-CAMINHO-GRADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRADE.

           SELECT RELGRADE ASSIGN TO WRK-CAMINHO-RELGRADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELGRADE.

           SELECT RELCHOQ ASSIGN TO WRK-CAMINHO-RELCHOQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELCHOQ.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDGRD ASSIGN TO "WRKORDGRD".

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS.
           COPY "TURMAS.cpy".

       FD  PROFESSORES.
           COPY "PROFESSOR.cpy".

       FD  GRADE.
           COPY "GRADEHOR.cpy".

       FD  RELGRADE.
       01  REG-RELGRADE        PIC X(100).

       FD  RELCHOQ.
       01  REG-RELCHOQ         PIC X(100).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDGRD.
       01  WRK-REG-ORDGRD.
           05 ORD-CHAVE    PIC X(05).
           05 ORD-DIA      PIC 9(01).
           05 ORD-INICIO   PIC 9(04).
           05 ORD-FIM      PIC 9(04).
           05 ORD-IND-AULA PIC 9(03).

       WORKING-STORAGE SECTION.
           COPY "CAMTRM.cpy".
           COPY "CAMPRF.cpy".
           COPY "CAMGRD.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-PROFESSORES  PIC 9(02) VALUE ZEROS.
       77  FS-GRADE        PIC 9(02) VALUE ZEROS.
       77  FS-RELGRADE     PIC 9(02) VALUE ZEROS.
       77  FS-RELCHOQ      PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELGRADE PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-RELCHOQ  PIC X(100) VALUE SPACES.

      *--- TURMAS ATIVAS ---
       01  WRK-TAB-TURMAS.
           05 WRK-TRM-ITEM OCCURS 100 TIMES.
              10 WRK-TRM-CODIGO     PIC 9(03).
              10 WRK-TRM-DISCIPLINA PIC X(15).
              10 WRK-TRM-SALA       PIC X(05).
              10 WRK-TRM-HORARIO    PIC X(15).
              10 WRK-TRM-PROF-ID    PIC 9(04).
              10 WRK-TRM-AULAS      PIC 9(02).
       77  WRK-QTD-TURMAS  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-TURMAS  PIC 9(03) VALUE 100.
       77  WRK-IND-TURMA   PIC 9(03) VALUE ZEROS.
       77  WRK-IND-OUTRA-TRM PIC 9(03) VALUE ZEROS.

      *--- NOMES DOS PROFESSORES ---
       01  WRK-TAB-PROF.
           05 WRK-PRF-ITEM OCCURS 200 TIMES.
              10 WRK-PRF-ID         PIC 9(04).
              10 WRK-PRF-NOME       PIC X(30).
       77  WRK-QTD-PROF    PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-PROF    PIC 9(03) VALUE 200.
       77  WRK-IND-PROF    PIC 9(03) VALUE ZEROS.

      *--- AULAS DAS TURMAS ATIVAS ---
       01  WRK-TAB-AULAS.
           05 WRK-AUL-ITEM OCCURS 600 TIMES.
              10 WRK-AUL-IND-TRM    PIC 9(03).
              10 WRK-AUL-DIA        PIC 9(01).
              10 WRK-AUL-INICIO     PIC 9(04).
              10 WRK-AUL-FIM        PIC 9(04).
              10 WRK-AUL-SALA       PIC X(05).
       77  WRK-QTD-AULAS   PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-AULAS   PIC 9(03) VALUE 600.
       77  WRK-IND-AULA    PIC 9(03) VALUE ZEROS.
       77  WRK-IND-OUTRA   PIC 9(03) VALUE ZEROS.

       77  WRK-MODO        PIC X(01) VALUE SPACES.
           88 GRADE-POR-TURMA       VALUE "T".
           88 GRADE-POR-SALA        VALUE "S".
           88 GRADE-POR-PROFESSOR   VALUE "P".
       77  WRK-FIM-ORDGRD  PIC X(01) VALUE "N".
       77  WRK-PRIMEIRO    PIC X(01) VALUE "S".
       77  WRK-CHAVE-ATUAL PIC X(05) VALUE SPACES.
       77  WRK-PROF-NUM    PIC 9(04) VALUE ZEROS.
       77  WRK-NOME-PROF   PIC X(30) VALUE SPACES.
       77  WRK-TIPO-CHOQUE PIC X(28) VALUE SPACES.
       01  WRK-DIAS-SEMANA PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01  FILLER REDEFINES WRK-DIAS-SEMANA.
           05 WRK-NOME-DIA     OCCURS 7 TIMES PIC X(03).
       01  WRK-HORA-TRAB   PIC 9(04) VALUE ZEROS.
       01  FILLER REDEFINES WRK-HORA-TRAB.
           05 WRK-HT-HH        PIC 9(02).
           05 WRK-HT-MM        PIC 9(02).

      *---------------------- ACUMULADORES ------------------------
       77  WRK-ACUM-AULAS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CHOQUES    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SEM-GRADE  PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-POSSIVEIS  PIC 9(05) VALUE ZEROS.

      *---------------------- LINHAS DOS RELATORIOS ---------------
       01  WRK-LINHA-AULA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LA-DIA       PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-INI-HH    PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WRK-LA-INI-MM    PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WRK-LA-FIM-HH    PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WRK-LA-FIM-MM    PIC 9(02).
           05 FILLER           PIC X(08) VALUE "  TURMA ".
           05 WRK-LA-TURMA     PIC 9(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-DISC      PIC X(15).
           05 FILLER           PIC X(06) VALUE " SALA ".
           05 WRK-LA-SALA      PIC X(05).
           05 FILLER           PIC X(06) VALUE " PROF ".
           05 WRK-LA-PROF      PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME      PIC X(20).
       01  WRK-LINHA-CHOQUE.
           05 WRK-LC-TIPO      PIC X(28).
           05 WRK-LC-DIA       PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-INI-HH    PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WRK-LC-INI-MM    PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WRK-LC-FIM-HH    PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WRK-LC-FIM-MM    PIC 9(02).
           05 FILLER           PIC X(08) VALUE "  TURMA ".
           05 WRK-LC-TURMA-1   PIC 9(03).
           05 FILLER           PIC X(03) VALUE " X ".
           05 WRK-LC-TURMA-2   PIC 9(03).
           05 FILLER           PIC X(06) VALUE " SALA ".
           05 WRK-LC-SALA      PIC X(05).
           05 FILLER           PIC X(06) VALUE " PROF ".
           05 WRK-LC-PROF      PIC 9(04).
       01  WRK-LINHA-PENDENTE.
           05 FILLER           PIC X(06) VALUE "TURMA ".
           05 WRK-LP-TURMA     PIC 9(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-DISC      PIC X(15).
           05 FILLER           PIC X(06) VALUE " SALA ".
           05 WRK-LP-SALA      PIC X(05).
           05 FILLER           PIC X(10) VALUE " HORARIO: ".
           05 WRK-LP-HORARIO   PIC X(15).
       01  WRK-LINHA-POSSIVEL.
           05 FILLER           PIC X(06) VALUE "TURMA ".
           05 WRK-LPS-TURMA-1  PIC 9(03).
           05 FILLER           PIC X(03) VALUE " X ".
           05 WRK-LPS-TURMA-2  PIC 9(03).
           05 FILLER           PIC X(06) VALUE " SALA ".
           05 WRK-LPS-SALA     PIC X(05).
           05 FILLER           PIC X(10) VALUE " HORARIO: ".
           05 WRK-LPS-HORARIO  PIC X(15).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           PERFORM 0110-CARREGAR-TURMAS.
           IF WRK-QTD-TURMAS EQUAL ZEROS
             DISPLAY "NENHUMA TURMA ATIVA NO CADASTRO"
             GOBACK
           END-IF.
           PERFORM 0120-CARREGAR-PROFESSORES.
           PERFORM 0140-CARREGAR-GRADE.

           MOVE "GRADEHOR" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELGRADE.
           OPEN OUTPUT RELGRADE.
           IF FS-RELGRADE NOT EQUAL 0
             DISPLAY "RELATORIO DA GRADE NAO FOI ABERTO - STATUS "
                     FS-RELGRADE
             GOBACK
           END-IF.
           MOVE "CHOQUES" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELCHOQ.
           OPEN OUTPUT RELCHOQ.
           IF FS-RELCHOQ NOT EQUAL 0
             DISPLAY "RELATORIO DE CHOQUES NAO FOI ABERTO - STATUS "
                     FS-RELCHOQ
             CLOSE RELGRADE
             GOBACK
           END-IF.

       0110-CARREGAR-TURMAS            SECTION.
           PERFORM 0160-OBTER-CAMINHOS-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL 0
             DISPLAY "CADASTRO DE TURMAS NAO FOI ABERTO - STATUS "
                     FS-TURMAS
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ TURMAS NEXT RECORD.
           PERFORM UNTIL FS-TURMAS NOT EQUAL 00
             IF TRM-ATIVA AND WRK-QTD-TURMAS LESS WRK-MAX-TURMAS
               ADD 1 TO WRK-QTD-TURMAS
               MOVE TRM-CODIGO     TO WRK-TRM-CODIGO(WRK-QTD-TURMAS)
               MOVE TRM-DISCIPLINA
                 TO WRK-TRM-DISCIPLINA(WRK-QTD-TURMAS)
               MOVE TRM-SALA       TO WRK-TRM-SALA(WRK-QTD-TURMAS)
               MOVE TRM-HORARIO    TO WRK-TRM-HORARIO(WRK-QTD-TURMAS)
               IF TRM-PROF-ID IS NUMERIC
                 MOVE TRM-PROF-ID TO WRK-TRM-PROF-ID(WRK-QTD-TURMAS)
               ELSE
                 MOVE ZEROS TO WRK-TRM-PROF-ID(WRK-QTD-TURMAS)
               END-IF
               MOVE ZEROS TO WRK-TRM-AULAS(WRK-QTD-TURMAS)
             END-IF
             READ TURMAS NEXT RECORD
           END-PERFORM.
           CLOSE TURMAS.
       0110-CARREGAR-SAIDA.
           EXIT.

       0120-CARREGAR-PROFESSORES       SECTION.
           PERFORM 0101-OBTER-CAMINHO-PROFESSOR.
           OPEN INPUT PROFESSORES.
           IF FS-PROFESSORES NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ PROFESSORES NEXT RECORD.
           PERFORM UNTIL FS-PROFESSORES NOT EQUAL 00
             IF WRK-QTD-PROF LESS WRK-MAX-PROF
               ADD 1 TO WRK-QTD-PROF
               MOVE PRF-ID   TO WRK-PRF-ID(WRK-QTD-PROF)
               MOVE PRF-NOME TO WRK-PRF-NOME(WRK-QTD-PROF)
             END-IF
             READ PROFESSORES NEXT RECORD
           END-PERFORM.
           CLOSE PROFESSORES.
       0120-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0140-CARREGAR-GRADE: SO AS AULAS DAS TURMAS ATIVAS; CADA
      *  AULA GUARDA A POSICAO DA TURMA NA TABELA.
      *--------------------------------------------------------------
       0140-CARREGAR-GRADE             SECTION.
           PERFORM 0103-OBTER-CAMINHO-GRADE.
           OPEN INPUT GRADE.
           IF FS-GRADE NOT EQUAL 0
             DISPLAY "GRADE HORARIA NAO ENCONTRADA - TODAS AS TURMAS "
                     "SAEM COMO PENDENTES"
             GO TO 0140-CARREGAR-SAIDA
           END-IF.
           READ GRADE NEXT RECORD.
           PERFORM UNTIL FS-GRADE NOT EQUAL 00
             MOVE 1 TO WRK-IND-TURMA
             PERFORM UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
                        OR WRK-TRM-CODIGO(WRK-IND-TURMA)
                           EQUAL GRD-TURMA
               ADD 1 TO WRK-IND-TURMA
             END-PERFORM
             IF WRK-IND-TURMA NOT GREATER WRK-QTD-TURMAS
                AND GRD-DIA GREATER ZEROS AND GRD-DIA LESS 8
               IF WRK-QTD-AULAS LESS WRK-MAX-AULAS
                 ADD 1 TO WRK-QTD-AULAS
                 MOVE WRK-IND-TURMA TO WRK-AUL-IND-TRM(WRK-QTD-AULAS)
                 MOVE GRD-DIA       TO WRK-AUL-DIA(WRK-QTD-AULAS)
                 MOVE GRD-INICIO    TO WRK-AUL-INICIO(WRK-QTD-AULAS)
                 MOVE GRD-FIM       TO WRK-AUL-FIM(WRK-QTD-AULAS)
                 MOVE GRD-SALA      TO WRK-AUL-SALA(WRK-QTD-AULAS)
                 ADD 1 TO WRK-TRM-AULAS(WRK-IND-TURMA)
               ELSE
                 DISPLAY "TABELA DE AULAS CHEIA (MAX " WRK-MAX-AULAS
                         ") - AULA DA TURMA " GRD-TURMA " IGNORADA"
               END-IF
             END-IF
             READ GRADE NEXT RECORD
           END-PERFORM.
           CLOSE GRADE.
       0140-CARREGAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           MOVE "GRADE HORARIA SEMANAL DAS TURMAS ATIVAS"
             TO REG-RELGRADE.
           WRITE REG-RELGRADE.

           SET GRADE-POR-TURMA TO TRUE.
           PERFORM 0205-ORDENAR-GRADE.
           SET GRADE-POR-SALA TO TRUE.
           PERFORM 0205-ORDENAR-GRADE.
           SET GRADE-POR-PROFESSOR TO TRUE.
           PERFORM 0205-ORDENAR-GRADE.
           CLOSE RELGRADE.

           MOVE "CHOQUES DE HORARIO NA GRADE DAS TURMAS ATIVAS"
             TO REG-RELCHOQ.
           WRITE REG-RELCHOQ.
           MOVE SPACES TO REG-RELCHOQ.
           WRITE REG-RELCHOQ.
           MOVE 1 TO WRK-IND-AULA.
           PERFORM 0250-CONFERIR-AULA
             UNTIL WRK-IND-AULA GREATER WRK-QTD-AULAS.
           IF WRK-ACUM-CHOQUES EQUAL ZEROS
             MOVE "NENHUM CHOQUE NA GRADE ESTRUTURADA" TO REG-RELCHOQ
             WRITE REG-RELCHOQ
           END-IF.
           PERFORM 0270-LISTAR-PENDENTES.
           CLOSE RELCHOQ.

       0205-ORDENAR-GRADE              SECTION.
           MOVE SPACES TO REG-RELGRADE.
           WRITE REG-RELGRADE.
           EVALUATE TRUE
             WHEN GRADE-POR-TURMA
               MOVE "=== GRADE POR TURMA ===" TO REG-RELGRADE
             WHEN GRADE-POR-SALA
               MOVE "=== GRADE POR SALA ===" TO REG-RELGRADE
             WHEN OTHER
               MOVE "=== GRADE POR PROFESSOR ===" TO REG-RELGRADE
           END-EVALUATE.
           WRITE REG-RELGRADE.
           SORT WRK-ORDGRD
             ON ASCENDING KEY ORD-CHAVE ORD-DIA ORD-INICIO ORD-FIM
             INPUT PROCEDURE 0210-FORNECER-AULAS
             OUTPUT PROCEDURE 0230-IMPRIMIR-GRADE.

      *--------------------------------------------------------------
      *  0210-FORNECER-AULAS: A CHAVE DA QUEBRA E A TURMA, A SALA OU
      *  O PROFESSOR; AULA DE TURMA SEM PROFESSOR NAO ENTRA NA GRADE
      *  POR PROFESSOR.
      *--------------------------------------------------------------
       0210-FORNECER-AULAS             SECTION.
           MOVE 1 TO WRK-IND-AULA.
           PERFORM UNTIL WRK-IND-AULA GREATER WRK-QTD-AULAS
             MOVE WRK-AUL-IND-TRM(WRK-IND-AULA) TO WRK-IND-TURMA
             MOVE SPACES TO ORD-CHAVE
             EVALUATE TRUE
               WHEN GRADE-POR-TURMA
                 MOVE WRK-TRM-CODIGO(WRK-IND-TURMA) TO ORD-CHAVE
               WHEN GRADE-POR-SALA
                 MOVE WRK-AUL-SALA(WRK-IND-AULA) TO ORD-CHAVE
               WHEN OTHER
                 MOVE WRK-TRM-PROF-ID(WRK-IND-TURMA) TO ORD-CHAVE
             END-EVALUATE
             MOVE WRK-AUL-DIA(WRK-IND-AULA)    TO ORD-DIA
             MOVE WRK-AUL-INICIO(WRK-IND-AULA) TO ORD-INICIO
             MOVE WRK-AUL-FIM(WRK-IND-AULA)    TO ORD-FIM
             MOVE WRK-IND-AULA                 TO ORD-IND-AULA
             IF NOT GRADE-POR-PROFESSOR
                OR WRK-TRM-PROF-ID(WRK-IND-TURMA) GREATER ZEROS
               RELEASE WRK-REG-ORDGRD
             END-IF
             ADD 1 TO WRK-IND-AULA
           END-PERFORM.

       0230-IMPRIMIR-GRADE             SECTION.
           MOVE "N" TO WRK-FIM-ORDGRD.
           MOVE "S" TO WRK-PRIMEIRO.
           RETURN WRK-ORDGRD AT END MOVE "S" TO WRK-FIM-ORDGRD.
           PERFORM UNTIL WRK-FIM-ORDGRD EQUAL "S"
             MOVE ORD-IND-AULA TO WRK-IND-AULA
             MOVE WRK-AUL-IND-TRM(WRK-IND-AULA) TO WRK-IND-TURMA
             MOVE WRK-TRM-PROF-ID(WRK-IND-TURMA) TO WRK-PROF-NUM
             PERFORM 0290-NOME-PROFESSOR
             IF WRK-PRIMEIRO EQUAL "S"
                OR ORD-CHAVE NOT EQUAL WRK-CHAVE-ATUAL
               MOVE "N" TO WRK-PRIMEIRO
               MOVE ORD-CHAVE TO WRK-CHAVE-ATUAL
               PERFORM 0235-CABECALHO-GRUPO
             END-IF
             PERFORM 0240-GRAVAR-AULA
             RETURN WRK-ORDGRD AT END MOVE "S" TO WRK-FIM-ORDGRD
           END-PERFORM.

       0235-CABECALHO-GRUPO            SECTION.
           MOVE SPACES TO REG-RELGRADE.
           WRITE REG-RELGRADE.
           EVALUATE TRUE
             WHEN GRADE-POR-TURMA
               STRING "TURMA " WRK-TRM-CODIGO(WRK-IND-TURMA) " - "
                      WRK-TRM-DISCIPLINA(WRK-IND-TURMA)
                      DELIMITED BY SIZE INTO REG-RELGRADE
             WHEN GRADE-POR-SALA
               STRING "SALA " WRK-AUL-SALA(WRK-IND-AULA)
                      DELIMITED BY SIZE INTO REG-RELGRADE
             WHEN OTHER
               STRING "PROFESSOR " WRK-PROF-NUM " - " WRK-NOME-PROF
                      DELIMITED BY SIZE INTO REG-RELGRADE
           END-EVALUATE.
           WRITE REG-RELGRADE.

       0240-GRAVAR-AULA                SECTION.
           MOVE WRK-NOME-DIA(WRK-AUL-DIA(WRK-IND-AULA)) TO WRK-LA-DIA.
           MOVE WRK-AUL-INICIO(WRK-IND-AULA) TO WRK-HORA-TRAB.
           MOVE WRK-HT-HH TO WRK-LA-INI-HH.
           MOVE WRK-HT-MM TO WRK-LA-INI-MM.
           MOVE WRK-AUL-FIM(WRK-IND-AULA) TO WRK-HORA-TRAB.
           MOVE WRK-HT-HH TO WRK-LA-FIM-HH.
           MOVE WRK-HT-MM TO WRK-LA-FIM-MM.
           MOVE WRK-TRM-CODIGO(WRK-IND-TURMA)     TO WRK-LA-TURMA.
           MOVE WRK-TRM-DISCIPLINA(WRK-IND-TURMA) TO WRK-LA-DISC.
           MOVE WRK-AUL-SALA(WRK-IND-AULA)        TO WRK-LA-SALA.
           MOVE WRK-PROF-NUM                      TO WRK-LA-PROF.
           MOVE WRK-NOME-PROF                     TO WRK-LA-NOME.
           MOVE WRK-LINHA-AULA TO REG-RELGRADE.
           WRITE REG-RELGRADE.
           IF GRADE-POR-TURMA
             ADD 1 TO WRK-ACUM-AULAS
           END-IF.

      *--------------------------------------------------------------
      *  0250-CONFERIR-AULA: CADA PAR DE AULAS E CONFERIDO UMA VEZ.
      *  MESMO DIA E UMA COMECANDO ANTES DE A OUTRA TERMINAR E
      *  CHOQUE SE FOR A MESMA TURMA, A MESMA SALA OU O MESMO
      *  PROFESSOR.
      *--------------------------------------------------------------
       0250-CONFERIR-AULA              SECTION.
           COMPUTE WRK-IND-OUTRA = WRK-IND-AULA + 1.
           PERFORM 0255-CONFERIR-PAR
             UNTIL WRK-IND-OUTRA GREATER WRK-QTD-AULAS.
           ADD 1 TO WRK-IND-AULA.

       0255-CONFERIR-PAR               SECTION.
           IF WRK-AUL-DIA(WRK-IND-OUTRA)
                NOT EQUAL WRK-AUL-DIA(WRK-IND-AULA)
              OR WRK-AUL-INICIO(WRK-IND-OUTRA)
                NOT LESS WRK-AUL-FIM(WRK-IND-AULA)
              OR WRK-AUL-INICIO(WRK-IND-AULA)
                NOT LESS WRK-AUL-FIM(WRK-IND-OUTRA)
             GO TO 0255-CONFERIR-PROXIMA
           END-IF.
           MOVE WRK-AUL-IND-TRM(WRK-IND-AULA)  TO WRK-IND-TURMA.
           MOVE WRK-AUL-IND-TRM(WRK-IND-OUTRA) TO WRK-IND-OUTRA-TRM.
           MOVE SPACES TO WRK-TIPO-CHOQUE.
           MOVE ZEROS  TO WRK-LC-PROF.
           MOVE SPACES TO WRK-LC-SALA.
           EVALUATE TRUE
             WHEN WRK-IND-TURMA EQUAL WRK-IND-OUTRA-TRM
               MOVE "SOBREPOSICAO NA TURMA" TO WRK-TIPO-CHOQUE
             WHEN WRK-AUL-SALA(WRK-IND-AULA)
                  EQUAL WRK-AUL-SALA(WRK-IND-OUTRA)
               MOVE "CHOQUE DE SALA" TO WRK-TIPO-CHOQUE
               MOVE WRK-AUL-SALA(WRK-IND-AULA) TO WRK-LC-SALA
             WHEN WRK-TRM-PROF-ID(WRK-IND-TURMA) GREATER ZEROS
              AND WRK-TRM-PROF-ID(WRK-IND-TURMA)
                  EQUAL WRK-TRM-PROF-ID(WRK-IND-OUTRA-TRM)
               MOVE "CHOQUE DE PROFESSOR" TO WRK-TIPO-CHOQUE
               MOVE WRK-TRM-PROF-ID(WRK-IND-TURMA) TO WRK-LC-PROF
             WHEN OTHER
               GO TO 0255-CONFERIR-PROXIMA
           END-EVALUATE.
           ADD 1 TO WRK-ACUM-CHOQUES.
           MOVE WRK-TIPO-CHOQUE TO WRK-LC-TIPO.
           MOVE WRK-NOME-DIA(WRK-AUL-DIA(WRK-IND-AULA)) TO WRK-LC-DIA.
           MOVE WRK-AUL-INICIO(WRK-IND-AULA) TO WRK-HORA-TRAB.
           MOVE WRK-HT-HH TO WRK-LC-INI-HH.
           MOVE WRK-HT-MM TO WRK-LC-INI-MM.
           MOVE WRK-AUL-FIM(WRK-IND-AULA) TO WRK-HORA-TRAB.
           MOVE WRK-HT-HH TO WRK-LC-FIM-HH.
           MOVE WRK-HT-MM TO WRK-LC-FIM-MM.
           MOVE WRK-TRM-CODIGO(WRK-IND-TURMA)     TO WRK-LC-TURMA-1.
           MOVE WRK-TRM-CODIGO(WRK-IND-OUTRA-TRM) TO WRK-LC-TURMA-2.
           MOVE WRK-LINHA-CHOQUE TO REG-RELCHOQ.
           WRITE REG-RELCHOQ.
       0255-CONFERIR-PROXIMA.
           ADD 1 TO WRK-IND-OUTRA.

      *--------------------------------------------------------------
      *  0270-LISTAR-PENDENTES: TURMA ATIVA SEM NENHUMA AULA NA GRADE
      *  AINDA ESTA NO HORARIO LIVRE; MESMA SALA COM O MESMO TEXTO DE
      *  HORARIO ENTRE DUAS DELAS E POSSIVEL CHOQUE A ACERTAR NO
      *  ALU010.
      *--------------------------------------------------------------
       0270-LISTAR-PENDENTES           SECTION.
           MOVE SPACES TO REG-RELCHOQ.
           WRITE REG-RELCHOQ.
           MOVE "TURMAS ATIVAS SEM GRADE ESTRUTURADA" TO REG-RELCHOQ.
           WRITE REG-RELCHOQ.
           MOVE 1 TO WRK-IND-TURMA.
           PERFORM UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
             IF WRK-TRM-AULAS(WRK-IND-TURMA) EQUAL ZEROS
               ADD 1 TO WRK-ACUM-SEM-GRADE
               MOVE WRK-TRM-CODIGO(WRK-IND-TURMA)     TO WRK-LP-TURMA
               MOVE WRK-TRM-DISCIPLINA(WRK-IND-TURMA) TO WRK-LP-DISC
               MOVE WRK-TRM-SALA(WRK-IND-TURMA)       TO WRK-LP-SALA
               MOVE WRK-TRM-HORARIO(WRK-IND-TURMA)  TO WRK-LP-HORARIO
               MOVE WRK-LINHA-PENDENTE TO REG-RELCHOQ
               WRITE REG-RELCHOQ
             END-IF
             ADD 1 TO WRK-IND-TURMA
           END-PERFORM.
           IF WRK-ACUM-SEM-GRADE EQUAL ZEROS
             MOVE "NENHUMA" TO REG-RELCHOQ
             WRITE REG-RELCHOQ
             GO TO 0270-LISTAR-SAIDA
           END-IF.

           MOVE SPACES TO REG-RELCHOQ.
           WRITE REG-RELCHOQ.
           MOVE "POSSIVEIS CHOQUES NO HORARIO LIVRE (MESMA SALA E "
             TO REG-RELCHOQ.
           MOVE "MESMO HORARIO)" TO REG-RELCHOQ(50:14).
           WRITE REG-RELCHOQ.
           MOVE 1 TO WRK-IND-TURMA.
           PERFORM 0275-CONFERIR-PENDENTE
             UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS.
           IF WRK-ACUM-POSSIVEIS EQUAL ZEROS
             MOVE "NENHUM" TO REG-RELCHOQ
             WRITE REG-RELCHOQ
           END-IF.
       0270-LISTAR-SAIDA.
           EXIT.

       0275-CONFERIR-PENDENTE          SECTION.
           IF WRK-TRM-AULAS(WRK-IND-TURMA) GREATER ZEROS
              OR WRK-TRM-SALA(WRK-IND-TURMA) EQUAL SPACES
              OR WRK-TRM-HORARIO(WRK-IND-TURMA) EQUAL SPACES
             ADD 1 TO WRK-IND-TURMA
             GO TO 0275-CONFERIR-SAIDA
           END-IF.
           COMPUTE WRK-IND-OUTRA-TRM = WRK-IND-TURMA + 1.
           PERFORM UNTIL WRK-IND-OUTRA-TRM GREATER WRK-QTD-TURMAS
             IF WRK-TRM-AULAS(WRK-IND-OUTRA-TRM) EQUAL ZEROS
                AND WRK-TRM-SALA(WRK-IND-OUTRA-TRM)
                    EQUAL WRK-TRM-SALA(WRK-IND-TURMA)
                AND WRK-TRM-HORARIO(WRK-IND-OUTRA-TRM)
                    EQUAL WRK-TRM-HORARIO(WRK-IND-TURMA)
               ADD 1 TO WRK-ACUM-POSSIVEIS
               MOVE WRK-TRM-CODIGO(WRK-IND-TURMA) TO WRK-LPS-TURMA-1
               MOVE WRK-TRM-CODIGO(WRK-IND-OUTRA-TRM)
                 TO WRK-LPS-TURMA-2
               MOVE WRK-TRM-SALA(WRK-IND-TURMA)    TO WRK-LPS-SALA
               MOVE WRK-TRM-HORARIO(WRK-IND-TURMA) TO WRK-LPS-HORARIO
               MOVE WRK-LINHA-POSSIVEL TO REG-RELCHOQ
               WRITE REG-RELCHOQ
             END-IF
             ADD 1 TO WRK-IND-OUTRA-TRM
           END-PERFORM.
           ADD 1 TO WRK-IND-TURMA.
       0275-CONFERIR-SAIDA.
           EXIT.

       0290-NOME-PROFESSOR             SECTION.
           MOVE SPACES TO WRK-NOME-PROF.
           IF WRK-PROF-NUM EQUAL ZEROS
             MOVE "SEM PROFESSOR" TO WRK-NOME-PROF
           END-IF.
           MOVE 1 TO WRK-IND-PROF.
           PERFORM UNTIL WRK-IND-PROF GREATER WRK-QTD-PROF
             IF WRK-PRF-ID(WRK-IND-PROF) EQUAL WRK-PROF-NUM
               MOVE WRK-PRF-NOME(WRK-IND-PROF) TO WRK-NOME-PROF
               MOVE WRK-QTD-PROF TO WRK-IND-PROF
             END-IF
             ADD 1 TO WRK-IND-PROF
           END-PERFORM.

           COPY "CAMTRMP.cpy".
           COPY "CAMPRFP.cpy".
           COPY "CAMGRDP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "AULAS NA GRADE..........: " WRK-ACUM-AULAS.
               DISPLAY "CHOQUES NA GRADE........: " WRK-ACUM-CHOQUES.
               DISPLAY "TURMAS SEM GRADE........: " WRK-ACUM-SEM-GRADE.
               DISPLAY "POSSIVEIS CHOQUES.......: " WRK-ACUM-POSSIVEIS.
               DISPLAY "GRADE GRAVADA EM " WRK-CAMINHO-RELGRADE.
               DISPLAY "CHOQUES GRAVADOS EM " WRK-CAMINHO-RELCHOQ.
               MOVE "ALU020"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               COMPUTE LOG-QTD = WRK-ACUM-CHOQUES + WRK-ACUM-POSSIVEIS.
               MOVE WRK-ACUM-AULAS TO LOG-QTD-LIDOS.
               MOVE ZEROS        TO LOG-HASH.
               MOVE "GRADE HORARIA E CHOQUES" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
