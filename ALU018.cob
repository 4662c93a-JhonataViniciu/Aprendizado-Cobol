       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALU018.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: MANUTENCAO DO CADASTRO DE PROFESSORES
      *==            (PROFESSOR.DAT) - INCLUI OU ALTERA NOME, VINCULO
      *==            COM A FOLHA (FUNC-ID CONFERIDO NO ARQUIVO DE
      *==            FUNCIONARIOS; ZERO = PROFESSOR FORA DA FOLHA),
      *==            VALOR DA HORA-AULA E STATUS. O ARQUIVO E
      *==            SEQUENCIAL, ENTAO A ALTERACAO CARREGA TUDO EM
      *==            MEMORIA E REGRAVA O ARQUIVO COMPLETO. A
      *==            ATRIBUICAO DAS TURMAS E FEITA NO ALU010.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO WRK-CAMINHO-PROFESSOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROFESSORES.

           SELECT FUNCIONARIOS ASSIGN TO WRK-CAMINHO-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-ID
               FILE STATUS IS FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSORES.
           COPY "PROFESSOR.cpy".
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMPRF.cpy".
           COPY "CAMFUNC.cpy".
       77  FS-PROFESSORES  PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-ID          PIC 9(04) VALUE ZEROS.
       77  WRK-NOME        PIC X(30) VALUE SPACES.
       77  WRK-FUNC-ID     PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-AULA  PIC 9(04)V99 VALUE ZEROS.
       77  WRK-STATUS      PIC X(01) VALUE SPACES.
       77  WRK-SW-FUNC     PIC X(01) VALUE "N".
           88 FUNCIONARIO-ACEITO    VALUE "S".

      *------------ PROFESSORES CARREGADOS EM MEMORIA ------------------
       01  WRK-TAB-PROF.
           05 WRK-PRF-REG OCCURS 200 TIMES PIC X(45).
       77  WRK-QTD-PROF    PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-PROF    PIC 9(03) VALUE 200.
       77  WRK-IND-PROF    PIC 9(03) VALUE ZEROS.
       77  WRK-SW-PROF     PIC X(01) VALUE "N".
           88 PROFESSOR-ACHADO      VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           PERFORM 0101-OBTER-CAMINHO-PROFESSOR.
           OPEN INPUT PROFESSORES.
           IF FS-PROFESSORES EQUAL 0
             READ PROFESSORES NEXT RECORD
             PERFORM UNTIL FS-PROFESSORES NOT EQUAL 00
               IF WRK-QTD-PROF LESS WRK-MAX-PROF
                 ADD 1 TO WRK-QTD-PROF
                 MOVE REG-PROFESSOR TO WRK-PRF-REG(WRK-QTD-PROF)
               END-IF
               READ PROFESSORES NEXT RECORD
             END-PERFORM
             CLOSE PROFESSORES
           END-IF.

           DISPLAY "ID DO PROFESSOR.......... "
             ACCEPT WRK-ID.
           MOVE SPACES TO WRK-NOME.
           PERFORM UNTIL WRK-NOME NOT EQUAL SPACES
             DISPLAY "NOME (OBRIGATORIO)....... "
               ACCEPT WRK-NOME
           END-PERFORM.
           MOVE "N" TO WRK-SW-FUNC.
           PERFORM 0110-VALIDAR-FUNCIONARIO UNTIL FUNCIONARIO-ACEITO.
           MOVE ZEROS TO WRK-VALOR-AULA.
           PERFORM UNTIL WRK-VALOR-AULA GREATER ZEROS
             DISPLAY "VALOR DA HORA-AULA....... "
               ACCEPT WRK-VALOR-AULA
           END-PERFORM.
           DISPLAY "STATUS (A=ATIVO, I=INATIVO) "
             ACCEPT WRK-STATUS.
           IF WRK-STATUS EQUAL 'a' MOVE 'A' TO WRK-STATUS END-IF.
           IF WRK-STATUS EQUAL 'i' MOVE 'I' TO WRK-STATUS END-IF.
           IF WRK-STATUS NOT EQUAL 'A' AND WRK-STATUS NOT EQUAL 'I'
             MOVE 'A' TO WRK-STATUS
           END-IF.

      *--------------------------------------------------------------
      *  0110-VALIDAR-FUNCIONARIO: PROFESSOR DA FOLHA TEM QUE EXISTIR
      *  NO ARQUIVO DE FUNCIONARIOS E NAO ESTAR DESLIGADO. ZERO =
      *  PROFESSOR FORA DA FOLHA (AS AULAS SAEM SO NO RELATORIO).
      *--------------------------------------------------------------
       0110-VALIDAR-FUNCIONARIO        SECTION.
           DISPLAY "FUNCIONARIO NA FOLHA (0 = FORA DA FOLHA) "
             ACCEPT WRK-FUNC-ID.
           IF WRK-FUNC-ID EQUAL ZEROS
             SET FUNCIONARIO-ACEITO TO TRUE
             GO TO 0110-VALIDAR-SAIDA
           END-IF.
           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GO TO 0110-VALIDAR-SAIDA
           END-IF.
           MOVE WRK-FUNC-ID TO FUNC-ID.
           READ FUNCIONARIOS KEY IS FUNC-ID
             INVALID KEY
               DISPLAY "FUNCIONARIO NAO CADASTRADO NA FOLHA"
             NOT INVALID KEY
               IF FUNC-DEMISSAO IS NUMERIC
                  AND FUNC-DEMISSAO GREATER ZEROS
                 DISPLAY "FUNCIONARIO DESLIGADO EM " FUNC-DEMISSAO
               ELSE
                 DISPLAY "FUNCIONARIO: " FUNC-NOME
                 SET FUNCIONARIO-ACEITO TO TRUE
               END-IF
           END-READ.
           CLOSE FUNCIONARIOS.
       0110-VALIDAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           MOVE WRK-ID         TO PRF-ID.
           MOVE WRK-NOME       TO PRF-NOME.
           MOVE WRK-FUNC-ID    TO PRF-FUNC-ID.
           MOVE WRK-VALOR-AULA TO PRF-VALOR-AULA.
           MOVE WRK-STATUS     TO PRF-STATUS.

           MOVE 1   TO WRK-IND-PROF.
           MOVE "N" TO WRK-SW-PROF.
           PERFORM 0210-LOCALIZAR-PROFESSOR
             UNTIL WRK-IND-PROF GREATER WRK-QTD-PROF
                OR PROFESSOR-ACHADO.

           IF PROFESSOR-ACHADO
             MOVE REG-PROFESSOR TO WRK-PRF-REG(WRK-IND-PROF)
             DISPLAY "PROFESSOR ALTERADO"
           ELSE
             IF WRK-QTD-PROF LESS WRK-MAX-PROF
               ADD 1 TO WRK-QTD-PROF
               MOVE REG-PROFESSOR TO WRK-PRF-REG(WRK-QTD-PROF)
               DISPLAY "PROFESSOR INCLUIDO"
             ELSE
               DISPLAY "TABELA DE PROFESSORES CHEIA - NAO INCLUIDO"
               GOBACK
             END-IF
           END-IF.

           OPEN OUTPUT PROFESSORES.
           IF FS-PROFESSORES NOT EQUAL 0
             DISPLAY "CADASTRO DE PROFESSORES NAO FOI REGRAVADO - "
                     "STATUS " FS-PROFESSORES
           ELSE
             MOVE 1 TO WRK-IND-PROF
             PERFORM 0220-GRAVAR-PROFESSOR
               UNTIL WRK-IND-PROF GREATER WRK-QTD-PROF
             CLOSE PROFESSORES
             DISPLAY "CADASTRO DE PROFESSORES ATUALIZADO"
           END-IF.

       0210-LOCALIZAR-PROFESSOR        SECTION.
           IF WRK-PRF-REG(WRK-IND-PROF)(1:4) EQUAL REG-PROFESSOR(1:4)
             SET PROFESSOR-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-PROF
           END-IF.

       0220-GRAVAR-PROFESSOR           SECTION.
           MOVE WRK-PRF-REG(WRK-IND-PROF) TO REG-PROFESSOR.
           WRITE REG-PROFESSOR.
           ADD 1 TO WRK-IND-PROF.

           COPY "CAMPRFP.cpy".
           COPY "CAMFUNCP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
