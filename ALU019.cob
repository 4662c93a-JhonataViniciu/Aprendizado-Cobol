       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALU019.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: APURACAO MENSAL DA HORA-AULA DOS PROFESSORES -
      *==            PARA CADA TURMA ATIVA DO TURMAS.DAT, AS AULAS
      *==            DADAS NO PERIODO SAO O MAIOR FRQ-AULAS-DADAS DOS
      *==            ALUNOS LOTADOS NELA (FREQUENC.DAT X ALUNOS.DAT);
      *==            AS AULAS DO MES SAO ESSE ACUMULADO MENOS O DA
      *==            COMPETENCIA ANTERIOR NO HISTORICO HORAULA.DAT
      *==            (ACUMULADO MENOR QUE O ANTERIOR = PERIODO NOVO,
      *==            VALE O ACUMULADO). O VALOR (AULAS X HORA-AULA DO
      *==            PROFESSOR.DAT) DO PROFESSOR DA FOLHA E LANCADO EM
      *==            MVF-HORA-AULA NO MOVIMENTO DA COMPETENCIA
      *==            (MOVFOLHA.DAT) PARA O PROGRAMA19 - A RERODADA
      *==            SUBSTITUI O LANCADO E O HISTORICO DA COMPETENCIA.
      *==            O RELATORIO DATADO DO RELGER LISTA AS TURMAS, A
      *==            CARGA DE CADA PROFESSOR E AS TURMAS SEM
      *==            PROFESSOR. COMPETENCIA FECHADA OU COM REMESSA DA
      *==            FOLHA JA APROVADA E RECUSADA. REGISTRA A EXECUCAO
      *==            NO BATCHLOG COM O TOTAL LANCADO EM LOG-HASH.
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

           SELECT ALUNOS ASSIGN TO WRK-CAMINHO-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS FS-ALUNOS.

           SELECT FREQUENCIA ASSIGN TO WRK-CAMINHO-FREQUENC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREQUENCIA.

           SELECT HORAULA ASSIGN TO WRK-CAMINHO-HORAULA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HORAULA.

           SELECT HAUWORK ASSIGN TO WRK-CAMINHO-HAUWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HAUWORK.

           SELECT FOLHACTL ASSIGN TO WRK-CAMINHO-FOLHACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHACTL.

           SELECT MOVFOLHA ASSIGN TO WRK-CAMINHO-MOVFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVFOLHA.

           SELECT RELAULA ASSIGN TO WRK-CAMINHO-RELAULA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAULA.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMAS.
           COPY "TURMAS.cpy".
       FD  PROFESSORES.
           COPY "PROFESSOR.cpy".
       FD  ALUNOS.
           COPY "ALUNO.cpy".
       FD  FREQUENCIA.
           COPY "FREQUENC.cpy".
       FD  HORAULA.
           COPY "HORAULA.cpy".
       FD  HAUWORK.
       01  REG-HAUWORK         PIC X(44).
       FD  FOLHACTL.
           COPY "FOLHACTL.cpy".
       FD  MOVFOLHA.
           COPY "MOVFOLHA.cpy".
       FD  RELAULA.
       01  REG-RELAULA         PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMTRM.cpy".
           COPY "CAMPRF.cpy".
           COPY "CAMALU.cpy".
           COPY "CAMFRQ.cpy".
           COPY "CAMHAU.cpy".
           COPY "CAMCTL.cpy".
           COPY "CAMMVF.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
           COPY "RELGER.cpy".
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-PROFESSORES  PIC 9(02) VALUE ZEROS.
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-FREQUENCIA   PIC 9(02) VALUE ZEROS.
       77  FS-HORAULA      PIC 9(02) VALUE ZEROS.
       77  FS-HAUWORK      PIC 9(02) VALUE ZEROS.
       77  FS-FOLHACTL     PIC 9(02) VALUE ZEROS.
       77  FS-MOVFOLHA     PIC 9(02) VALUE ZEROS.
       77  FS-RELAULA      PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-HAUWORK PIC X(100) VALUE
           "C:/COBOL/DADOS/HAUWORK.DAT.txt".
       77  WRK-CAMINHO-RELAULA PIC X(100) VALUE SPACES.

       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-STATUS-RODADA PIC X(01) VALUE SPACES.

      *--- TURMAS ATIVAS COM O ACUMULADO DE AULAS DADAS ---
       01  WRK-TAB-TURMAS.
           05 WRK-TRM-ITEM OCCURS 100 TIMES.
              10 WRK-TRM-CODIGO     PIC 9(03).
              10 WRK-TRM-DISCIPLINA PIC X(15).
              10 WRK-TRM-PROF-ID    PIC 9(04).
              10 WRK-TRM-SEMANA     PIC 9(02).
              10 WRK-TRM-IND-PROF   PIC 9(03).
              10 WRK-TRM-ACUM       PIC 9(03).
              10 WRK-TRM-BASE       PIC 9(03).
              10 WRK-TRM-COMP-BASE  PIC 9(06).
              10 WRK-TRM-MES        PIC 9(03).
              10 WRK-TRM-VALOR      PIC 9(08)V99.
       77  WRK-QTD-TURMAS  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-TURMAS  PIC 9(03) VALUE 100.
       77  WRK-IND-TURMA   PIC 9(03) VALUE ZEROS.
       77  WRK-SW-TURMA    PIC X(01) VALUE "N".
           88 TURMA-ACHADA          VALUE "S".

      *--- PROFESSORES COM A CARGA DA COMPETENCIA ---
       01  WRK-TAB-PROF.
           05 WRK-PRF-ITEM OCCURS 200 TIMES.
              10 WRK-PRF-ID         PIC 9(04).
              10 WRK-PRF-NOME       PIC X(30).
              10 WRK-PRF-FUNC-ID    PIC 9(04).
              10 WRK-PRF-VALOR-AULA PIC 9(04)V99.
              10 WRK-PRF-STATUS     PIC X(01).
              10 WRK-PRF-TURMAS     PIC 9(03).
              10 WRK-PRF-SEMANA     PIC 9(03).
              10 WRK-PRF-AULAS      PIC 9(04).
              10 WRK-PRF-VALOR      PIC 9(08)V99.
       77  WRK-QTD-PROF    PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-PROF    PIC 9(03) VALUE 200.
       77  WRK-IND-PROF    PIC 9(03) VALUE ZEROS.

      *--- MOVIMENTO DA FOLHA EM MEMORIA (FUSAO E REGRAVACAO) ---
       01  WRK-TAB-MOVFOLHA.
           05 WRK-MVF-REG OCCURS 500 TIMES PIC X(54).
       77  WRK-QTD-MOVFOLHA PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-MOVFOLHA PIC 9(03) VALUE 500.
       77  WRK-IND-MVF     PIC 9(03) VALUE ZEROS.
       77  WRK-SW-MVF      PIC X(01) VALUE "N".
           88 MOVIMENTO-ACHADO      VALUE "S".
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".

      *---------------------- ACUMULADORES -------------------------
       77  WRK-ACUM-TURMAS     PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-SEM-PROF   PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-LANCADOS   PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-AULAS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-LANCADO     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-FORA-FOLHA  PIC 9(10)V99 VALUE ZEROS.

      *---------------------- LINHAS DO RELATORIO ------------------
       01  WRK-LINHA-TURMA.
           05 WRK-LTR-TURMA    PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LTR-DISC     PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LTR-PROF     PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LTR-NOME     PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LTR-ACUM     PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LTR-MES      PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LTR-VALOR    PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-PROF.
           05 WRK-LPR-PROF     PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LPR-NOME     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LPR-FUNC     PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LPR-TURMAS   PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LPR-SEMANA   PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LPR-AULAS    PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LPR-VALOR    PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-SEM.
           05 WRK-LSP-TURMA    PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LSP-DISC     PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LSP-MOTIVO   PIC X(30).
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO    PIC X(30).
           05 WRK-LT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DA HORA-AULA (AAAAMM, 0 = ATUAL) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.

      *    COMPETENCIA FECHADA OU COM A REMESSA DA FOLHA APROVADA NAO
      *    RECEBE MAIS LANCAMENTO NO MOVIMENTO
           MOVE WRK-COMPETENCIA TO PRS-COMPETENCIA.
           CALL "PERIODO" USING WRK-AREA-PERIODO.
           IF PRS-FECHADA
             DISPLAY "COMPETENCIA " WRK-COMPETENCIA " JA ESTA "
                     "FECHADA - HORA-AULA NAO SERA LANCADA"
             GOBACK
           END-IF.
           PERFORM 0110-CONFERIR-RODADA.
           IF WRK-STATUS-RODADA EQUAL 'A'
             DISPLAY "REMESSA DA FOLHA DA COMPETENCIA JA FOI "
                     "APROVADA - HORA-AULA NAO SERA LANCADA"
             GOBACK
           END-IF.

           PERFORM 0120-CARREGAR-PROFESSORES.
           PERFORM 0130-CARREGAR-TURMAS.
           IF WRK-QTD-TURMAS EQUAL ZEROS
             DISPLAY "NENHUMA TURMA ATIVA NO CADASTRO - NADA A APURAR"
             GOBACK
           END-IF.
           PERFORM 0140-APURAR-AULAS-DADAS.
           PERFORM 0150-CARREGAR-HISTORICO.

           MOVE "HORAAULA" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELAULA.
           OPEN OUTPUT RELAULA.
           IF FS-RELAULA NOT EQUAL 0
             DISPLAY "RELATORIO DA HORA-AULA NAO FOI ABERTO - "
                     "STATUS " FS-RELAULA
             GOBACK
           END-IF.

           MOVE SPACES TO REG-RELAULA.
           STRING "HORA-AULA DOS PROFESSORES - COMPETENCIA "
                  WRK-COMPETENCIA DELIMITED BY SIZE
             INTO REG-RELAULA.
           WRITE REG-RELAULA.
           MOVE SPACES TO REG-RELAULA.
           WRITE REG-RELAULA.
           MOVE "TRM  DISCIPLINA      PROF NOME                 ACUM"
             TO REG-RELAULA.
           MOVE "  MES          VALOR" TO REG-RELAULA(53:21).
           WRITE REG-RELAULA.

      *    A REMESSA APROVADA JA FOI RECUSADA ACIMA; CONCLUIDA SO
      *    PEDE A RERODADA DA FOLHA PARA O VALOR ENTRAR
       0110-CONFERIR-RODADA            SECTION.
           PERFORM 0159-OBTER-CAMINHO-FOLHACTL.
           OPEN INPUT FOLHACTL.
           IF FS-FOLHACTL NOT EQUAL 0
             GO TO 0110-CONFERIR-SAIDA
           END-IF.
           READ FOLHACTL NEXT RECORD.
           PERFORM UNTIL FS-FOLHACTL NOT EQUAL 00
             IF CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
               MOVE CTL-STATUS TO WRK-STATUS-RODADA
             END-IF
             READ FOLHACTL NEXT RECORD
           END-PERFORM.
           CLOSE FOLHACTL.
           IF WRK-STATUS-RODADA EQUAL 'C'
             DISPLAY "FOLHA DA COMPETENCIA JA FOI RODADA - RERODE O "
                     "PROGRAMA19 PARA PAGAR A HORA-AULA"
           END-IF.
       0110-CONFERIR-SAIDA.
           EXIT.

       0120-CARREGAR-PROFESSORES       SECTION.
           PERFORM 0101-OBTER-CAMINHO-PROFESSOR.
           OPEN INPUT PROFESSORES.
           IF FS-PROFESSORES NOT EQUAL 0
             DISPLAY "CADASTRO DE PROFESSORES NAO FOI ABERTO - "
                     "STATUS " FS-PROFESSORES
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ PROFESSORES NEXT RECORD.
           PERFORM UNTIL FS-PROFESSORES NOT EQUAL 00
             IF WRK-QTD-PROF LESS WRK-MAX-PROF
               ADD 1 TO WRK-QTD-PROF
               MOVE PRF-ID         TO WRK-PRF-ID(WRK-QTD-PROF)
               MOVE PRF-NOME       TO WRK-PRF-NOME(WRK-QTD-PROF)
               MOVE PRF-FUNC-ID    TO WRK-PRF-FUNC-ID(WRK-QTD-PROF)
               MOVE PRF-VALOR-AULA
                 TO WRK-PRF-VALOR-AULA(WRK-QTD-PROF)
               MOVE PRF-STATUS     TO WRK-PRF-STATUS(WRK-QTD-PROF)
               MOVE ZEROS TO WRK-PRF-TURMAS(WRK-QTD-PROF)
                             WRK-PRF-SEMANA(WRK-QTD-PROF)
                             WRK-PRF-AULAS(WRK-QTD-PROF)
                             WRK-PRF-VALOR(WRK-QTD-PROF)
             END-IF
             READ PROFESSORES NEXT RECORD
           END-PERFORM.
           CLOSE PROFESSORES.
       0120-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0130-CARREGAR-TURMAS: TURMAS ATIVAS COM O PROFESSOR LIGADO A
      *  TABELA (INDICE ZERO = SEM PROFESSOR, PROFESSOR INEXISTENTE
      *  OU INATIVO). REGISTRO DE ANTES DO PROFESSOR VEM COM ESPACOS.
      *--------------------------------------------------------------
       0130-CARREGAR-TURMAS            SECTION.
           PERFORM 0160-OBTER-CAMINHOS-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL 0
             DISPLAY "CADASTRO DE TURMAS NAO FOI ABERTO - STATUS "
                     FS-TURMAS
             GO TO 0130-CARREGAR-SAIDA
           END-IF.
           READ TURMAS NEXT RECORD.
           PERFORM UNTIL FS-TURMAS NOT EQUAL 00
             IF TRM-ATIVA AND WRK-QTD-TURMAS LESS WRK-MAX-TURMAS
               ADD 1 TO WRK-QTD-TURMAS
               MOVE TRM-CODIGO     TO WRK-TRM-CODIGO(WRK-QTD-TURMAS)
               MOVE TRM-DISCIPLINA
                 TO WRK-TRM-DISCIPLINA(WRK-QTD-TURMAS)
               IF TRM-PROF-ID IS NUMERIC
                 MOVE TRM-PROF-ID TO WRK-TRM-PROF-ID(WRK-QTD-TURMAS)
               ELSE
                 MOVE ZEROS TO WRK-TRM-PROF-ID(WRK-QTD-TURMAS)
               END-IF
               IF TRM-AULAS-SEMANA IS NUMERIC
                 MOVE TRM-AULAS-SEMANA
                   TO WRK-TRM-SEMANA(WRK-QTD-TURMAS)
               ELSE
                 MOVE ZEROS TO WRK-TRM-SEMANA(WRK-QTD-TURMAS)
               END-IF
               MOVE ZEROS TO WRK-TRM-IND-PROF(WRK-QTD-TURMAS)
                             WRK-TRM-ACUM(WRK-QTD-TURMAS)
                             WRK-TRM-BASE(WRK-QTD-TURMAS)
                             WRK-TRM-COMP-BASE(WRK-QTD-TURMAS)
                             WRK-TRM-MES(WRK-QTD-TURMAS)
                             WRK-TRM-VALOR(WRK-QTD-TURMAS)
               MOVE 1 TO WRK-IND-PROF
               PERFORM UNTIL WRK-IND-PROF GREATER WRK-QTD-PROF
                 IF WRK-PRF-ID(WRK-IND-PROF)
                      EQUAL WRK-TRM-PROF-ID(WRK-QTD-TURMAS)
                    AND WRK-TRM-PROF-ID(WRK-QTD-TURMAS)
                      NOT EQUAL ZEROS
                    AND WRK-PRF-STATUS(WRK-IND-PROF) EQUAL 'A'
                   MOVE WRK-IND-PROF
                     TO WRK-TRM-IND-PROF(WRK-QTD-TURMAS)
                   MOVE WRK-QTD-PROF TO WRK-IND-PROF
                 END-IF
                 ADD 1 TO WRK-IND-PROF
               END-PERFORM
             END-IF
             READ TURMAS NEXT RECORD
           END-PERFORM.
           CLOSE TURMAS.
       0130-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0140-APURAR-AULAS-DADAS: CADA LINHA DE FREQUENCIA ACHA A
      *  TURMA DO ALUNO NA DISCIPLINA (ALUNOS.DAT) E O ACUMULADO DA
      *  TURMA FICA COM A MAIOR QUANTIDADE DE AULAS DADAS.
      *--------------------------------------------------------------
       0140-APURAR-AULAS-DADAS         SECTION.
           PERFORM 0109-OBTER-CAMINHO-ALUNOS.
           PERFORM 0128-OBTER-CAMINHO-FREQUENC.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ALUNOS NAO FOI ABERTO - STATUS "
                     FS-ALUNOS
             GO TO 0140-APURAR-SAIDA
           END-IF.
           OPEN INPUT FREQUENCIA.
           IF FS-FREQUENCIA NOT EQUAL 0
             DISPLAY "ARQUIVO DE FREQUENCIA NAO FOI ABERTO - STATUS "
                     FS-FREQUENCIA " - NENHUMA AULA APURADA"
             CLOSE ALUNOS
             GO TO 0140-APURAR-SAIDA
           END-IF.
           READ FREQUENCIA NEXT RECORD.
           PERFORM UNTIL FS-FREQUENCIA NOT EQUAL 00
             MOVE FRQ-ALU-ID     TO ALU-ID
             MOVE FRQ-DISCIPLINA TO ALU-DISCIPLINA
             READ ALUNOS KEY IS ALU-CHAVE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF ALU-ATIVO AND ALU-TURMA IS NUMERIC
                    AND ALU-TURMA NOT EQUAL ZEROS
                    AND FRQ-AULAS-DADAS IS NUMERIC
                   PERFORM 0145-ACUMULAR-TURMA
                 END-IF
             END-READ
             READ FREQUENCIA NEXT RECORD
           END-PERFORM.
           CLOSE FREQUENCIA.
           CLOSE ALUNOS.
       0140-APURAR-SAIDA.
           EXIT.

       0145-ACUMULAR-TURMA             SECTION.
           MOVE "N" TO WRK-SW-TURMA.
           MOVE 1   TO WRK-IND-TURMA.
           PERFORM UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
                      OR TURMA-ACHADA
             IF WRK-TRM-CODIGO(WRK-IND-TURMA) EQUAL ALU-TURMA
               SET TURMA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-TURMA
             END-IF
           END-PERFORM.
           IF TURMA-ACHADA
              AND FRQ-AULAS-DADAS
                  GREATER WRK-TRM-ACUM(WRK-IND-TURMA)
             MOVE FRQ-AULAS-DADAS TO WRK-TRM-ACUM(WRK-IND-TURMA)
           END-IF.

      *--------------------------------------------------------------
      *  0150-CARREGAR-HISTORICO: O ACUMULADO DA ULTIMA COMPETENCIA
      *  ANTERIOR DE CADA TURMA E A BASE DO MES; AS LINHAS DA
      *  PROPRIA COMPETENCIA SAO EXPURGADAS (VIA HAUWORK) PARA A
      *  RERODADA.
      *--------------------------------------------------------------
       0150-CARREGAR-HISTORICO         SECTION.
           PERFORM 0102-OBTER-CAMINHO-HORAULA.
           CALL "CONFIG" USING
               "HAUWORK_DAT         " WRK-CAMINHO-HAUWORK.
           OPEN INPUT HORAULA.
           IF FS-HORAULA NOT EQUAL 0
             GO TO 0150-CARREGAR-SAIDA
           END-IF.
           OPEN OUTPUT HAUWORK.
           IF FS-HAUWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DA HORA-AULA NAO FOI "
                     "ABERTO - STATUS " FS-HAUWORK
             CLOSE HORAULA
             GOBACK
           END-IF.
           READ HORAULA NEXT RECORD.
           PERFORM UNTIL FS-HORAULA NOT EQUAL 00
             IF HAU-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               MOVE REG-HORAULA TO REG-HAUWORK
               WRITE REG-HAUWORK
             END-IF
             IF HAU-COMPETENCIA LESS WRK-COMPETENCIA
               MOVE 1 TO WRK-IND-TURMA
               PERFORM UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
                 IF WRK-TRM-CODIGO(WRK-IND-TURMA) EQUAL HAU-TURMA
                    AND HAU-COMPETENCIA NOT LESS
                        WRK-TRM-COMP-BASE(WRK-IND-TURMA)
                   MOVE HAU-COMPETENCIA
                     TO WRK-TRM-COMP-BASE(WRK-IND-TURMA)
                   MOVE HAU-AULAS-ACUM
                     TO WRK-TRM-BASE(WRK-IND-TURMA)
                 END-IF
                 ADD 1 TO WRK-IND-TURMA
               END-PERFORM
             END-IF
             READ HORAULA NEXT RECORD
           END-PERFORM.
           CLOSE HORAULA.
           CLOSE HAUWORK.

           OPEN INPUT HAUWORK.
           OPEN OUTPUT HORAULA.
           READ HAUWORK NEXT RECORD.
           PERFORM UNTIL FS-HAUWORK NOT EQUAL 00
             MOVE REG-HAUWORK TO REG-HORAULA
             WRITE REG-HORAULA
             READ HAUWORK NEXT RECORD
           END-PERFORM.
           CLOSE HAUWORK.
           CLOSE HORAULA.
       0150-CARREGAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           OPEN EXTEND HORAULA.
           IF FS-HORAULA EQUAL 35
             OPEN OUTPUT HORAULA
           END-IF.
           IF FS-HORAULA NOT EQUAL 0
             DISPLAY "HISTORICO DA HORA-AULA NAO FOI ABERTO - STATUS "
                     FS-HORAULA
             CLOSE RELAULA
             GOBACK
           END-IF.
           MOVE 1 TO WRK-IND-TURMA.
           PERFORM 0210-APURAR-TURMA
             UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS.
           CLOSE HORAULA.

           PERFORM 0230-LISTAR-PROFESSORES.
           PERFORM 0240-LISTAR-SEM-PROFESSOR.
           PERFORM 0250-LANCAR-MOVFOLHA.

           MOVE SPACES TO REG-RELAULA.
           WRITE REG-RELAULA.
           MOVE "TOTAL LANCADO NA FOLHA......." TO WRK-LT-ROTULO.
           MOVE WRK-TOT-LANCADO TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOT TO REG-RELAULA.
           WRITE REG-RELAULA.
           MOVE "TOTAL FORA DA FOLHA.........." TO WRK-LT-ROTULO.
           MOVE WRK-TOT-FORA-FOLHA TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOT TO REG-RELAULA.
           WRITE REG-RELAULA.
           CLOSE RELAULA.

      *--------------------------------------------------------------
      *  0210-APURAR-TURMA: AULAS DO MES PELA DIFERENCA DOS
      *  ACUMULADOS; TURMA SEM PROFESSOR ENTRA NO HISTORICO COM
      *  PROFESSOR ZERO E VALOR ZERO, PARA A BASE DO MES SEGUINTE.
      *--------------------------------------------------------------
       0210-APURAR-TURMA               SECTION.
           ADD 1 TO WRK-ACUM-TURMAS.
           IF WRK-TRM-ACUM(WRK-IND-TURMA)
              NOT LESS WRK-TRM-BASE(WRK-IND-TURMA)
             COMPUTE WRK-TRM-MES(WRK-IND-TURMA) =
                 WRK-TRM-ACUM(WRK-IND-TURMA)
               - WRK-TRM-BASE(WRK-IND-TURMA)
           ELSE
             MOVE WRK-TRM-ACUM(WRK-IND-TURMA)
               TO WRK-TRM-MES(WRK-IND-TURMA)
           END-IF.
           ADD WRK-TRM-MES(WRK-IND-TURMA) TO WRK-ACUM-AULAS.

           MOVE WRK-TRM-IND-PROF(WRK-IND-TURMA) TO WRK-IND-PROF.
           MOVE WRK-TRM-CODIGO(WRK-IND-TURMA)     TO WRK-LTR-TURMA.
           MOVE WRK-TRM-DISCIPLINA(WRK-IND-TURMA) TO WRK-LTR-DISC.
           MOVE WRK-TRM-ACUM(WRK-IND-TURMA)       TO WRK-LTR-ACUM.
           MOVE WRK-TRM-MES(WRK-IND-TURMA)        TO WRK-LTR-MES.
           IF WRK-IND-PROF EQUAL ZEROS
             MOVE ZEROS  TO WRK-LTR-PROF
             MOVE "*** SEM PROFESSOR ***" TO WRK-LTR-NOME
             MOVE ZEROS  TO WRK-TRM-VALOR(WRK-IND-TURMA)
             ADD 1 TO WRK-ACUM-SEM-PROF
           ELSE
             COMPUTE WRK-TRM-VALOR(WRK-IND-TURMA) ROUNDED =
                 WRK-TRM-MES(WRK-IND-TURMA)
               * WRK-PRF-VALOR-AULA(WRK-IND-PROF)
             MOVE WRK-PRF-ID(WRK-IND-PROF)   TO WRK-LTR-PROF
             MOVE WRK-PRF-NOME(WRK-IND-PROF) TO WRK-LTR-NOME
             ADD 1 TO WRK-PRF-TURMAS(WRK-IND-PROF)
             ADD WRK-TRM-SEMANA(WRK-IND-TURMA)
               TO WRK-PRF-SEMANA(WRK-IND-PROF)
             ADD WRK-TRM-MES(WRK-IND-TURMA)
               TO WRK-PRF-AULAS(WRK-IND-PROF)
             ADD WRK-TRM-VALOR(WRK-IND-TURMA)
               TO WRK-PRF-VALOR(WRK-IND-PROF)
           END-IF.
           MOVE WRK-TRM-VALOR(WRK-IND-TURMA) TO WRK-LTR-VALOR.
           MOVE WRK-LINHA-TURMA TO REG-RELAULA.
           WRITE REG-RELAULA.

           MOVE WRK-COMPETENCIA                   TO HAU-COMPETENCIA.
           MOVE WRK-TRM-CODIGO(WRK-IND-TURMA)     TO HAU-TURMA.
           MOVE WRK-TRM-DISCIPLINA(WRK-IND-TURMA) TO HAU-DISCIPLINA.
           MOVE WRK-LTR-PROF                      TO HAU-PROF-ID.
           MOVE WRK-TRM-ACUM(WRK-IND-TURMA)       TO HAU-AULAS-ACUM.
           MOVE WRK-TRM-MES(WRK-IND-TURMA)        TO HAU-AULAS-MES.
           MOVE WRK-TRM-VALOR(WRK-IND-TURMA)      TO HAU-VALOR.
           WRITE REG-HORAULA.
           ADD 1 TO WRK-IND-TURMA.

      *--- CARGA DE CADA PROFESSOR ATIVO (TURMAS, AULAS/SEMANA, MES) ---
       0230-LISTAR-PROFESSORES         SECTION.
           MOVE SPACES TO REG-RELAULA.
           WRITE REG-RELAULA.
           MOVE "CARGA POR PROFESSOR" TO REG-RELAULA.
           WRITE REG-RELAULA.
           MOVE "PROF NOME                           FUNC TRM  SEM  "
             TO REG-RELAULA.
           MOVE "AULAS          VALOR" TO REG-RELAULA(53:21).
           WRITE REG-RELAULA.
           MOVE 1 TO WRK-IND-PROF.
           PERFORM UNTIL WRK-IND-PROF GREATER WRK-QTD-PROF
             IF WRK-PRF-STATUS(WRK-IND-PROF) EQUAL 'A'
               MOVE WRK-PRF-ID(WRK-IND-PROF)     TO WRK-LPR-PROF
               MOVE WRK-PRF-NOME(WRK-IND-PROF)   TO WRK-LPR-NOME
               IF WRK-PRF-FUNC-ID(WRK-IND-PROF) EQUAL ZEROS
                 MOVE "FORA" TO WRK-LPR-FUNC
                 ADD WRK-PRF-VALOR(WRK-IND-PROF)
                   TO WRK-TOT-FORA-FOLHA
               ELSE
                 MOVE WRK-PRF-FUNC-ID(WRK-IND-PROF) TO WRK-LPR-FUNC
               END-IF
               MOVE WRK-PRF-TURMAS(WRK-IND-PROF) TO WRK-LPR-TURMAS
               MOVE WRK-PRF-SEMANA(WRK-IND-PROF) TO WRK-LPR-SEMANA
               MOVE WRK-PRF-AULAS(WRK-IND-PROF)  TO WRK-LPR-AULAS
               MOVE WRK-PRF-VALOR(WRK-IND-PROF)  TO WRK-LPR-VALOR
               MOVE WRK-LINHA-PROF TO REG-RELAULA
               WRITE REG-RELAULA
             END-IF
             ADD 1 TO WRK-IND-PROF
           END-PERFORM.

       0240-LISTAR-SEM-PROFESSOR       SECTION.
           MOVE SPACES TO REG-RELAULA.
           WRITE REG-RELAULA.
           MOVE "TURMAS SEM PROFESSOR" TO REG-RELAULA.
           WRITE REG-RELAULA.
           IF WRK-ACUM-SEM-PROF EQUAL ZEROS
             MOVE "NENHUMA" TO REG-RELAULA
             WRITE REG-RELAULA
             GO TO 0240-LISTAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-TURMA.
           PERFORM UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
             IF WRK-TRM-IND-PROF(WRK-IND-TURMA) EQUAL ZEROS
               MOVE WRK-TRM-CODIGO(WRK-IND-TURMA)     TO WRK-LSP-TURMA
               MOVE WRK-TRM-DISCIPLINA(WRK-IND-TURMA) TO WRK-LSP-DISC
               IF WRK-TRM-PROF-ID(WRK-IND-TURMA) EQUAL ZEROS
                 MOVE "PROFESSOR NAO ATRIBUIDO" TO WRK-LSP-MOTIVO
               ELSE
                 MOVE "PROFESSOR INEXISTENTE OU INATIVO"
                   TO WRK-LSP-MOTIVO
               END-IF
               MOVE WRK-LINHA-SEM TO REG-RELAULA
               WRITE REG-RELAULA
             END-IF
             ADD 1 TO WRK-IND-TURMA
           END-PERFORM.
       0240-LISTAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0250-LANCAR-MOVFOLHA: ZERA A HORA-AULA JA LANCADA NA
      *  COMPETENCIA (RERODADA) E FUNDE O VALOR DE CADA PROFESSOR DA
      *  FOLHA NO REGISTRO DA COMPETENCIA/FUNCIONARIO (OU CRIA UM
      *  NOVO COM O RESTO ZERADO), COMO A COMISSAO DO PROGRAMA46.
      *--------------------------------------------------------------
       0250-LANCAR-MOVFOLHA            SECTION.
           PERFORM 0126-OBTER-CAMINHO-MOVFOLHA.
           OPEN INPUT MOVFOLHA.
           IF FS-MOVFOLHA EQUAL 0
             READ MOVFOLHA NEXT RECORD
             PERFORM UNTIL FS-MOVFOLHA NOT EQUAL 00
               IF WRK-QTD-MOVFOLHA LESS WRK-MAX-MOVFOLHA
                 IF MVF-COMPETENCIA EQUAL WRK-COMPETENCIA
                   MOVE ZEROS TO MVF-HORA-AULA
                 END-IF
                 ADD 1 TO WRK-QTD-MOVFOLHA
                 MOVE REG-MOVFOLHA
                   TO WRK-MVF-REG(WRK-QTD-MOVFOLHA)
               ELSE
                 DISPLAY "TABELA DO MOVIMENTO CHEIA (MAX "
                         WRK-MAX-MOVFOLHA ")"
                 SET CARGA-TRANSBORDOU TO TRUE
               END-IF
               READ MOVFOLHA NEXT RECORD
             END-PERFORM
             CLOSE MOVFOLHA
           END-IF.

           IF CARGA-TRANSBORDOU
             DISPLAY "CARGA EM MEMORIA INCOMPLETA - HORA-AULA NAO "
                     "FOI LANCADA NA FOLHA"
             GO TO 0250-LANCAR-SAIDA
           END-IF.

           MOVE 1 TO WRK-IND-PROF.
           PERFORM 0260-FUNDIR-PROFESSOR
             UNTIL WRK-IND-PROF GREATER WRK-QTD-PROF.

           OPEN OUTPUT MOVFOLHA.
           IF FS-MOVFOLHA NOT EQUAL 0
             DISPLAY "MOVIMENTO DA FOLHA NAO FOI REGRAVADO - STATUS "
                     FS-MOVFOLHA
             MOVE ZEROS TO WRK-TOT-LANCADO WRK-ACUM-LANCADOS
           ELSE
             MOVE 1 TO WRK-IND-MVF
             PERFORM UNTIL WRK-IND-MVF GREATER WRK-QTD-MOVFOLHA
               MOVE WRK-MVF-REG(WRK-IND-MVF) TO REG-MOVFOLHA
               WRITE REG-MOVFOLHA
               ADD 1 TO WRK-IND-MVF
             END-PERFORM
             CLOSE MOVFOLHA
           END-IF.
       0250-LANCAR-SAIDA.
           EXIT.

       0260-FUNDIR-PROFESSOR           SECTION.
           IF WRK-PRF-FUNC-ID(WRK-IND-PROF) EQUAL ZEROS
              OR WRK-PRF-VALOR(WRK-IND-PROF) EQUAL ZEROS
             ADD 1 TO WRK-IND-PROF
             GO TO 0260-FUNDIR-SAIDA
           END-IF.

           MOVE 1   TO WRK-IND-MVF.
           MOVE "N" TO WRK-SW-MVF.
           PERFORM 0265-LOCALIZAR-MOVIMENTO
             UNTIL WRK-IND-MVF GREATER WRK-QTD-MOVFOLHA
                OR MOVIMENTO-ACHADO.

           IF MOVIMENTO-ACHADO
             MOVE WRK-MVF-REG(WRK-IND-MVF) TO REG-MOVFOLHA
             MOVE WRK-PRF-VALOR(WRK-IND-PROF) TO MVF-HORA-AULA
             MOVE REG-MOVFOLHA TO WRK-MVF-REG(WRK-IND-MVF)
           ELSE
             IF WRK-QTD-MOVFOLHA LESS WRK-MAX-MOVFOLHA
               MOVE WRK-COMPETENCIA TO MVF-COMPETENCIA
               MOVE WRK-PRF-FUNC-ID(WRK-IND-PROF) TO MVF-FUNC-ID
               MOVE ZEROS TO MVF-HE50
               MOVE ZEROS TO MVF-HE100
               MOVE ZEROS TO MVF-FALTAS
               MOVE ZEROS TO MVF-COMISSAO
               MOVE ZEROS TO MVF-RETROATIVO
               MOVE ZEROS TO MVF-DESC-CAIXA
               MOVE WRK-PRF-VALOR(WRK-IND-PROF) TO MVF-HORA-AULA
               ADD 1 TO WRK-QTD-MOVFOLHA
               MOVE REG-MOVFOLHA TO WRK-MVF-REG(WRK-QTD-MOVFOLHA)
             ELSE
               DISPLAY "MOVIMENTO CHEIO - HORA-AULA DO PROFESSOR "
                       WRK-PRF-ID(WRK-IND-PROF) " NAO LANCADA"
               ADD 1 TO WRK-IND-PROF
               GO TO 0260-FUNDIR-SAIDA
             END-IF
           END-IF.
           ADD 1 TO WRK-ACUM-LANCADOS.
           ADD WRK-PRF-VALOR(WRK-IND-PROF) TO WRK-TOT-LANCADO.
           ADD 1 TO WRK-IND-PROF.
       0260-FUNDIR-SAIDA.
           EXIT.

       0265-LOCALIZAR-MOVIMENTO        SECTION.
           MOVE WRK-MVF-REG(WRK-IND-MVF) TO REG-MOVFOLHA.
           IF MVF-COMPETENCIA EQUAL WRK-COMPETENCIA
              AND MVF-FUNC-ID EQUAL WRK-PRF-FUNC-ID(WRK-IND-PROF)
             SET MOVIMENTO-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-MVF
           END-IF.

           COPY "CAMTRMP.cpy".
           COPY "CAMPRFP.cpy".
           COPY "CAMALUP.cpy".
           COPY "CAMFRQP.cpy".
           COPY "CAMHAUP.cpy".
           COPY "CAMCTLP.cpy".
           COPY "CAMMVFP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "TURMAS APURADAS.........: " WRK-ACUM-TURMAS.
               DISPLAY "AULAS DADAS NO MES......: " WRK-ACUM-AULAS.
               DISPLAY "TURMAS SEM PROFESSOR....: " WRK-ACUM-SEM-PROF.
               DISPLAY "PROFESSORES NA FOLHA....: " WRK-ACUM-LANCADOS
                       " - VALOR " WRK-TOT-LANCADO.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELAULA.
               MOVE "ALU019"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-LANCADOS TO LOG-QTD.
               MOVE WRK-ACUM-TURMAS   TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-LANCADO   TO LOG-HASH.
               MOVE "HORA-AULA DOS PROFESSORES" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
