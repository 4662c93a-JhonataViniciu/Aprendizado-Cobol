       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALU025.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: TURMAS COM NOTAS PENDENTES PERTO DO PRAZO - PARA
      *==            CADA AVALIACAO DO CALENDARIO CALNOTAS.DAT CUJO
      *==            PRAZO DE LANCAMENTO VENCE NOS PROXIMOS N DIAS (OU
      *==            JA VENCEU NO ANO), LISTA AS TURMAS ATIVAS DO ANO
      *==            LETIVO QUE AINDA TEM ALUNO ATIVO SEM A NOTA
      *==            (NOTA ZERADA = NAO LANCADA), COM O PROFESSOR DA
      *==            TURMA, PARA A SECRETARIA COBRAR O LANCAMENTO NO
      *==            DIARIO DO ALU024 ANTES DO BLOQUEIO. NA
      *==            RECUPERACAO SO CONTA O ALUNO QUE ESTA NA FAIXA
      *==            DE RECUPERACAO (MEDIA ENTRE 3,00 E O LIMITE DA
      *==            DISCIPLINA, COMO NO PROGRAMA20).
      *==            SAIDA DATADA PELO RELGER E EXECUCAO NO BATCHLOG.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO WRK-CAMINHO-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS FS-ALUNOS.

           SELECT TURMAS ASSIGN TO WRK-CAMINHO-TURMAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TURMAS.

           SELECT CALNOTAS ASSIGN TO WRK-CAMINHO-CALNOTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALNOTAS.

           SELECT RELPEN ASSIGN TO WRK-CAMINHO-RELPEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELPEN.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY "ALUNO.cpy".
       FD  TURMAS.
           COPY "TURMAS.cpy".
       FD  CALNOTAS.
           COPY "CALNOTA.cpy".
       FD  RELPEN.
       01  REG-RELPEN          PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMALU.cpy".
           COPY "CAMTRM.cpy".
           COPY "CAMCLN.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-CALNOTAS     PIC 9(02) VALUE ZEROS.
       77  FS-RELPEN       PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELPEN PIC X(100) VALUE SPACES.

       77  WRK-DIAS-AVISO  PIC 9(03) VALUE ZEROS.
       77  WRK-ANO-HOJE    PIC 9(04) VALUE ZEROS.

      *--------------- TURMAS ATIVAS E NOTAS PENDENTES -----------------
      *  WRK-TRT-FALTA(1 A 3) = NOTAS 1 A 3; (4) = RECUPERACAO
       01  WRK-TAB-TURMAS.
           05 WRK-TRT-ITEM OCCURS 200 TIMES.
              10 WRK-TRT-CODIGO     PIC 9(03).
              10 WRK-TRT-NIVEL      PIC X(10).
              10 WRK-TRT-DISCIPLINA PIC X(15).
              10 WRK-TRT-ANO        PIC 9(04).
              10 WRK-TRT-PROF-ID    PIC 9(04).
              10 WRK-TRT-ALUNOS     PIC 9(04).
              10 WRK-TRT-FALTA      PIC 9(04) OCCURS 4 TIMES.
       77  WRK-QTD-TURMAS   PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-TURMAS   PIC 9(03) VALUE 200.
       77  WRK-IND-TURMA    PIC 9(03) VALUE ZEROS.
       77  WRK-IND-AVAL     PIC 9(01) VALUE ZEROS.
       77  WRK-SW-TURMA     PIC X(01) VALUE "N".
           88 TURMA-ACHADA           VALUE "S".

      *--------------- MEDIA E FAIXA DE RECUPERACAO --------------------
       77  WRK-PESO1       PIC 9V99 VALUE 2,00.
       77  WRK-PESO2       PIC 9V99 VALUE 3,00.
       77  WRK-PESO3       PIC 9V99 VALUE 5,00.
       77  WRK-SOMA-PESOS  PIC 99V99 VALUE 10,00.
       77  WRK-MEDIA       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-LIMITE      PIC 9V99 VALUE 6,00.

      *--- DIAS ATE O PRAZO (SERIAL DE DIAS CORRIDOS COMO NO ALU008) ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO       PIC 9(04).
           05 WRK-DS-MES       PIC 9(02).
           05 WRK-DS-DIA       PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL          PIC 9(08)    VALUE ZEROS.
       77  WRK-SERIAL-HOJE     PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS-PRAZO      PIC S9(05)   VALUE ZEROS.
       77  WRK-RESTO-ANO       PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS     PIC 9(03) OCCURS 12 TIMES.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-LIDOS      PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-AVALIACOES PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-PENDENTES  PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-AVAL-PEND  PIC 9(04) VALUE ZEROS.
       77  WRK-HASH            PIC 9(13)V99 VALUE ZEROS.

      *---------------------- LINHAS DO RELATORIO ----------------------
       01  WRK-LINHA-AVAL.
           05 FILLER           PIC X(10) VALUE "AVALIACAO ".
           05 WRK-LA-AVAL      PIC X(01).
           05 FILLER           PIC X(05) VALUE " ANO ".
           05 WRK-LA-ANO       PIC 9(04).
           05 FILLER           PIC X(08) VALUE " PRAZO  ".
           05 WRK-LA-PRAZO     PIC 9(08).
           05 FILLER           PIC X(03) VALUE " - ".
           05 WRK-LA-SITUACAO  PIC X(30).
       01  WRK-LINHA-CAB.
           05 FILLER PIC X(37) VALUE
              "TURMA NIVEL      DISCIPLINA      PROF".
           05 FILLER PIC X(18) VALUE "  ALUNOS  SEM NOTA".
       01  WRK-LINHA-TURMA.
           05 WRK-LN-TURMA     PIC 9(03).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LN-NIVEL     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-DISC      PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-PROF      PIC 9(04).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LN-ALUNOS    PIC ZZZ9.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-LN-FALTA     PIC ZZZ9.
       01  WRK-LINHA-DIAS.
           05 FILLER           PIC X(07) VALUE "FALTAM ".
           05 WRK-LD-DIAS      PIC ZZZZ9.
           05 FILLER           PIC X(05) VALUE " DIAS".
       01  WRK-LINHA-VENCIDO.
           05 FILLER           PIC X(11) VALUE "VENCIDO HA ".
           05 WRK-LV-DIAS      PIC ZZZZ9.
           05 FILLER           PIC X(05) VALUE " DIAS".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           DISPLAY "AVISAR PRAZOS QUE VENCEM EM QUANTOS DIAS? "
                   "(0 = 7) "
             ACCEPT WRK-DIAS-AVISO.
           IF WRK-DIAS-AVISO EQUAL ZEROS
             MOVE 7 TO WRK-DIAS-AVISO
           END-IF.

           PERFORM 0109-OBTER-CAMINHO-ALUNOS.
           PERFORM 0160-OBTER-CAMINHOS-TURMAS.
           PERFORM 0184A-CARREGAR-CALNOTAS.
           IF WRK-QTD-CALNOTAS EQUAL ZEROS
             DISPLAY "CALENDARIO DE NOTAS VAZIO OU NAO ENCONTRADO - "
                     WRK-CAMINHO-CALNOTAS
             GOBACK
           END-IF.
           MOVE WRK-CLN-HOJE(1:4) TO WRK-ANO-HOJE.
           MOVE WRK-CLN-HOJE      TO WRK-DATA-SER-NUM.
           PERFORM 0216-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

           MOVE "NOTASPEND" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELPEN.
           OPEN OUTPUT RELPEN.
           IF FS-RELPEN NOT EQUAL 0
             DISPLAY "RELATORIO DE NOTAS PENDENTES NAO FOI ABERTO - "
                     "STATUS " FS-RELPEN
             GOBACK
           END-IF.

           MOVE "TURMAS COM NOTAS PENDENTES PERTO DO PRAZO"
             TO REG-RELPEN.
           WRITE REG-RELPEN.
           MOVE SPACES TO REG-RELPEN.
           STRING "DATA " WRK-CLN-HOJE " - PRAZOS ATE "
                  WRK-DIAS-AVISO " DIAS" DELIMITED BY SIZE
             INTO REG-RELPEN.
           WRITE REG-RELPEN.
           MOVE SPACES TO REG-RELPEN.
           WRITE REG-RELPEN.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-CARREGAR-TURMAS.
           PERFORM 0220-CONTAR-PENDENCIAS.

           MOVE 1 TO WRK-IND-CALNOTA.
           PERFORM UNTIL WRK-IND-CALNOTA GREATER WRK-QTD-CALNOTAS
             PERFORM 0240-AVALIAR-PRAZO
             ADD 1 TO WRK-IND-CALNOTA
           END-PERFORM.

           IF WRK-ACUM-AVALIACOES EQUAL ZEROS
             MOVE "NENHUM PRAZO DE LANCAMENTO NO PERIODO"
               TO REG-RELPEN
             WRITE REG-RELPEN
           END-IF.
           CLOSE RELPEN.

           DISPLAY "ALUNOS LIDOS................: " WRK-ACUM-LIDOS.
           DISPLAY "AVALIACOES NO PERIODO.......: "
                   WRK-ACUM-AVALIACOES.
           DISPLAY "TURMAS COM NOTA PENDENTE....: "
                   WRK-ACUM-PENDENTES.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELPEN.

      *--- TURMAS ATIVAS DO CADASTRO, COM OS CONTADORES ZERADOS ---
       0210-CARREGAR-TURMAS            SECTION.
           MOVE ZEROS TO WRK-QTD-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL 0
             DISPLAY "CADASTRO DE TURMAS NAO FOI ABERTO - STATUS "
                     FS-TURMAS
             GO TO 0210-CARREGAR-SAIDA
           END-IF.
           READ TURMAS NEXT RECORD.
           PERFORM UNTIL FS-TURMAS NOT EQUAL 00
             IF TRM-ATIVA
               IF WRK-QTD-TURMAS LESS WRK-MAX-TURMAS
                 ADD 1 TO WRK-QTD-TURMAS
                 MOVE TRM-CODIGO TO WRK-TRT-CODIGO(WRK-QTD-TURMAS)
                 MOVE TRM-NIVEL  TO WRK-TRT-NIVEL(WRK-QTD-TURMAS)
                 MOVE TRM-DISCIPLINA
                   TO WRK-TRT-DISCIPLINA(WRK-QTD-TURMAS)
                 MOVE TRM-ANO    TO WRK-TRT-ANO(WRK-QTD-TURMAS)
                 IF TRM-PROF-ID IS NUMERIC
                   MOVE TRM-PROF-ID TO WRK-TRT-PROF-ID(WRK-QTD-TURMAS)
                 ELSE
                   MOVE ZEROS TO WRK-TRT-PROF-ID(WRK-QTD-TURMAS)
                 END-IF
                 MOVE ZEROS TO WRK-TRT-ALUNOS(WRK-QTD-TURMAS)
                 MOVE ZEROS TO WRK-TRT-FALTA(WRK-QTD-TURMAS, 1)
                 MOVE ZEROS TO WRK-TRT-FALTA(WRK-QTD-TURMAS, 2)
                 MOVE ZEROS TO WRK-TRT-FALTA(WRK-QTD-TURMAS, 3)
                 MOVE ZEROS TO WRK-TRT-FALTA(WRK-QTD-TURMAS, 4)
               ELSE
                 DISPLAY "CADASTRO COM MAIS DE " WRK-MAX-TURMAS
                         " TURMAS ATIVAS - TURMA " TRM-CODIGO
                         " FORA DO RELATORIO"
               END-IF
             END-IF
             READ TURMAS NEXT RECORD
           END-PERFORM.
           CLOSE TURMAS.
       0210-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0220-CONTAR-PENDENCIAS: UMA PASSADA NO CADASTRO DE ALUNOS -
      *  CADA ALUNO ATIVO NA DISCIPLINA DA SUA TURMA CONTA NA TURMA
      *  E EM CADA AVALIACAO AINDA SEM NOTA.
      *--------------------------------------------------------------
       0220-CONTAR-PENDENCIAS          SECTION.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ALUNOS NAO FOI ABERTO - STATUS "
                     FS-ALUNOS
             GO TO 0220-CONTAR-SAIDA
           END-IF.
           READ ALUNOS NEXT RECORD.
           PERFORM UNTIL FS-ALUNOS NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             IF NOT ALU-INATIVO
               PERFORM 0225-LOCALIZAR-TURMA
               IF TURMA-ACHADA
                 PERFORM 0230-CONTAR-ALUNO
               END-IF
             END-IF
             READ ALUNOS NEXT RECORD
           END-PERFORM.
           CLOSE ALUNOS.
       0220-CONTAR-SAIDA.
           EXIT.

       0225-LOCALIZAR-TURMA            SECTION.
           MOVE "N" TO WRK-SW-TURMA.
           MOVE 1   TO WRK-IND-TURMA.
           PERFORM UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
                      OR TURMA-ACHADA
             IF WRK-TRT-CODIGO(WRK-IND-TURMA) EQUAL ALU-TURMA
                AND WRK-TRT-DISCIPLINA(WRK-IND-TURMA)
                    EQUAL ALU-DISCIPLINA
               SET TURMA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-TURMA
             END-IF
           END-PERFORM.

       0230-CONTAR-ALUNO               SECTION.
           ADD 1 TO WRK-TRT-ALUNOS(WRK-IND-TURMA).
           IF ALU-NOTA1 EQUAL ZEROS
             ADD 1 TO WRK-TRT-FALTA(WRK-IND-TURMA, 1)
           END-IF.
           IF ALU-NOTA2 EQUAL ZEROS
             ADD 1 TO WRK-TRT-FALTA(WRK-IND-TURMA, 2)
           END-IF.
           IF ALU-NOTA3 EQUAL ZEROS
             ADD 1 TO WRK-TRT-FALTA(WRK-IND-TURMA, 3)
           END-IF.
           IF ALU-NOTA-REC NOT EQUAL ZEROS
             GO TO 0230-CONTAR-SAIDA
           END-IF.

           EVALUATE ALU-DISCIPLINA
             WHEN "MATEMATICA"
               MOVE 7,00 TO WRK-LIMITE
             WHEN "EDUCACAO FISICA"
               MOVE 5,00 TO WRK-LIMITE
             WHEN OTHER
               MOVE 6,00 TO WRK-LIMITE
           END-EVALUATE.
           COMPUTE WRK-MEDIA =
               ((ALU-NOTA1 * WRK-PESO1) +
                (ALU-NOTA2 * WRK-PESO2) +
                (ALU-NOTA3 * WRK-PESO3)) / WRK-SOMA-PESOS.
           IF WRK-MEDIA GREATER OR EQUAL 3
              AND WRK-MEDIA NOT GREATER WRK-LIMITE
             ADD 1 TO WRK-TRT-FALTA(WRK-IND-TURMA, 4)
           END-IF.
       0230-CONTAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0240-AVALIAR-PRAZO: UMA LINHA DO CALENDARIO. ENTRA NO
      *  RELATORIO O PRAZO QUE VENCE DENTRO DO AVISO OU O QUE JA
      *  VENCEU NO ANO CORRENTE (PRAZO DE ANO ANTERIOR E HISTORIA).
      *--------------------------------------------------------------
       0240-AVALIAR-PRAZO              SECTION.
           MOVE WRK-CLN-PRAZO(WRK-IND-CALNOTA) TO WRK-DATA-SER-NUM.
           IF WRK-DS-MES LESS 1 OR WRK-DS-MES GREATER 12
             GO TO 0240-AVALIAR-SAIDA
           END-IF.
           PERFORM 0216-SERIAL-DE-DIAS.
           COMPUTE WRK-DIAS-PRAZO = WRK-SERIAL - WRK-SERIAL-HOJE.
           IF WRK-DIAS-PRAZO GREATER WRK-DIAS-AVISO
             GO TO 0240-AVALIAR-SAIDA
           END-IF.
           IF WRK-DIAS-PRAZO LESS ZEROS
              AND WRK-CLN-ANO(WRK-IND-CALNOTA) LESS WRK-ANO-HOJE
             GO TO 0240-AVALIAR-SAIDA
           END-IF.

           EVALUATE WRK-CLN-AVAL(WRK-IND-CALNOTA)
             WHEN '1' MOVE 1 TO WRK-IND-AVAL
             WHEN '2' MOVE 2 TO WRK-IND-AVAL
             WHEN '3' MOVE 3 TO WRK-IND-AVAL
             WHEN 'R' MOVE 4 TO WRK-IND-AVAL
             WHEN OTHER
               GO TO 0240-AVALIAR-SAIDA
           END-EVALUATE.

           ADD 1 TO WRK-ACUM-AVALIACOES.
           MOVE WRK-CLN-AVAL(WRK-IND-CALNOTA)  TO WRK-LA-AVAL.
           MOVE WRK-CLN-ANO(WRK-IND-CALNOTA)   TO WRK-LA-ANO.
           MOVE WRK-CLN-PRAZO(WRK-IND-CALNOTA) TO WRK-LA-PRAZO.
           EVALUATE TRUE
             WHEN WRK-DIAS-PRAZO LESS ZEROS
               COMPUTE WRK-LV-DIAS = 0 - WRK-DIAS-PRAZO
               MOVE WRK-LINHA-VENCIDO TO WRK-LA-SITUACAO
             WHEN WRK-DIAS-PRAZO EQUAL ZEROS
               MOVE "VENCE HOJE" TO WRK-LA-SITUACAO
             WHEN OTHER
               MOVE WRK-DIAS-PRAZO TO WRK-LD-DIAS
               MOVE WRK-LINHA-DIAS TO WRK-LA-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-AVAL TO REG-RELPEN.
           WRITE REG-RELPEN.
           MOVE WRK-LINHA-CAB TO REG-RELPEN.
           WRITE REG-RELPEN.

           MOVE ZEROS TO WRK-ACUM-AVAL-PEND.
           MOVE 1 TO WRK-IND-TURMA.
           PERFORM UNTIL WRK-IND-TURMA GREATER WRK-QTD-TURMAS
             PERFORM 0245-LISTAR-TURMA
             ADD 1 TO WRK-IND-TURMA
           END-PERFORM.
           IF WRK-ACUM-AVAL-PEND EQUAL ZEROS
             MOVE "  TODAS AS TURMAS DO ANO COM A NOTA LANCADA"
               TO REG-RELPEN
             WRITE REG-RELPEN
           END-IF.
           MOVE SPACES TO REG-RELPEN.
           WRITE REG-RELPEN.
       0240-AVALIAR-SAIDA.
           EXIT.

       0245-LISTAR-TURMA               SECTION.
           IF WRK-TRT-ANO(WRK-IND-TURMA)
              NOT EQUAL WRK-CLN-ANO(WRK-IND-CALNOTA)
              OR WRK-TRT-FALTA(WRK-IND-TURMA, WRK-IND-AVAL)
                 EQUAL ZEROS
             GO TO 0245-LISTAR-SAIDA
           END-IF.
           ADD 1 TO WRK-ACUM-AVAL-PEND.
           ADD 1 TO WRK-ACUM-PENDENTES.
           ADD WRK-TRT-FALTA(WRK-IND-TURMA, WRK-IND-AVAL) TO WRK-HASH.
           MOVE WRK-TRT-CODIGO(WRK-IND-TURMA)     TO WRK-LN-TURMA.
           MOVE WRK-TRT-NIVEL(WRK-IND-TURMA)      TO WRK-LN-NIVEL.
           MOVE WRK-TRT-DISCIPLINA(WRK-IND-TURMA) TO WRK-LN-DISC.
           MOVE WRK-TRT-PROF-ID(WRK-IND-TURMA)    TO WRK-LN-PROF.
           MOVE WRK-TRT-ALUNOS(WRK-IND-TURMA)     TO WRK-LN-ALUNOS.
           MOVE WRK-TRT-FALTA(WRK-IND-TURMA, WRK-IND-AVAL)
             TO WRK-LN-FALTA.
           MOVE WRK-LINHA-TURMA TO REG-RELPEN.
           WRITE REG-RELPEN.
       0245-LISTAR-SAIDA.
           EXIT.

      *--- SERIAL DE DIAS CORRIDOS DA DATA EM WRK-DATA-SER ---
       0216-SERIAL-DE-DIAS             SECTION.
           COMPUTE WRK-SERIAL =
               (WRK-DS-ANO * 365)
               + WRK-CUM-DIAS(WRK-DS-MES)
               + WRK-DS-DIA.
           DIVIDE WRK-DS-ANO BY 4 GIVING WRK-RESTO-ANO.
           ADD WRK-RESTO-ANO TO WRK-SERIAL.
           DIVIDE WRK-DS-ANO BY 4 GIVING WRK-RESTO-ANO
             REMAINDER WRK-RESTO-ANO.
           IF WRK-RESTO-ANO EQUAL ZEROS
              AND WRK-DS-MES IS LESS THAN OR EQUAL TO 02
             SUBTRACT 1 FROM WRK-SERIAL
           END-IF.

           COPY "CAMALUP.cpy".
           COPY "CAMTRMP.cpy".
           COPY "CAMCLNP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "ALU025"      TO LOG-JOB.
               MOVE "S"           TO LOG-STATUS.
               MOVE WRK-ACUM-PENDENTES TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS     TO LOG-QTD-LIDOS.
               MOVE ZEROS              TO LOG-QTD-REJEITADOS.
               MOVE WRK-HASH           TO LOG-HASH.
               MOVE "TURMAS COM NOTAS PENDENTES" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
