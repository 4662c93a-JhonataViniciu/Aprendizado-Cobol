       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALU024.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: DIARIO DE NOTAS DA TURMA - A SECRETARIA INFORMA A
      *==            TURMA (TURMAS.DAT, QUE DA A DISCIPLINA E O ANO
      *==            LETIVO) E A AVALIACAO (1, 2, 3 OU R), E O
      *==            PROGRAMA LISTA OS ALUNOS ATIVOS DA TURMA EM ORDEM
      *==            ALFABETICA PARA A DIGITACAO DA LISTA DO PROFESSOR
      *==            NUMA SO PASSADA, COM A NOTA VALIDADA DE 0 A 10
      *==            (99 = MANTER A ATUAL) E A MEDIA DO ALUNO MOSTRADA
      *==            NA HORA, NA MESMA PONDERACAO DO PROGRAMA20. AS
      *==            NOTAS SO SAO GRAVADAS NO FIM, COM CONFIRMACAO.
      *==            PASSADO O PRAZO DA AVALIACAO NO CALENDARIO
      *==            CALNOTAS.DAT O LANCAMENTO E RECUSADO - A MUDANCA
      *==            VAI PARA A RETIFICACAO CONTROLADA DO ALU006.
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


       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY "ALUNO.cpy".
       FD  TURMAS.
           COPY "TURMAS.cpy".
       FD  CALNOTAS.
           COPY "CALNOTA.cpy".
       WORKING-STORAGE SECTION.
           COPY "CAMALU.cpy".
           COPY "CAMTRM.cpy".
           COPY "CAMCLN.cpy".
       77  FS-ALUNOS   PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS   PIC 9(02) VALUE ZEROS.
       77  FS-CALNOTAS PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-TURMA       PIC 9(03) VALUE ZEROS.
       77  WRK-CAMPO       PIC X(01) VALUE SPACES.
       77  WRK-NOTA        PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MANTER      PIC 9(02)V99 VALUE 99,00.
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-SW-NOTA     PIC X(01) VALUE "N".
           88 NOTA-VALIDA         VALUE "S".

      *-------------------- TURMA ESCOLHIDA ----------------------------
       77  WRK-SW-TURMA    PIC X(01) VALUE "N".
           88 TURMA-ACHADA        VALUE "S".
       77  WRK-DISCIPLINA  PIC X(15) VALUE SPACES.
       77  WRK-NIVEL       PIC X(10) VALUE SPACES.
       77  WRK-ANO         PIC 9(04) VALUE ZEROS.

      *--------------- ALUNOS DA TURMA EM ORDEM ALFABETICA -------------
       01  WRK-TAB-DIARIO.
           05 WRK-DIA-ITEM OCCURS 200 TIMES.
              10 WRK-DIA-ID      PIC 9(04).
              10 WRK-DIA-NOME    PIC X(20).
              10 WRK-DIA-NOTA1   PIC 9(02)V99.
              10 WRK-DIA-NOTA2   PIC 9(02)V99.
              10 WRK-DIA-NOTA3   PIC 9(02)V99.
              10 WRK-DIA-REC     PIC 9(02)V99.
              10 WRK-DIA-ALTERADA PIC X(01).
       77  WRK-QTD-DIARIO  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DIARIO  PIC 9(03) VALUE 200.
       77  WRK-IND-DIARIO  PIC 9(03) VALUE ZEROS.
       77  WRK-IND-DESLOCA PIC 9(03) VALUE ZEROS.

      *--------------- PESOS DA MEDIA PONDERADA (SOMAM 10) -------------
       77  WRK-PESO1       PIC 9V99 VALUE 2,00.
       77  WRK-PESO2       PIC 9V99 VALUE 3,00.
       77  WRK-PESO3       PIC 9V99 VALUE 5,00.
       77  WRK-SOMA-PESOS  PIC 99V99 VALUE 10,00.
       77  WRK-MEDIA       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-FINAL PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SOMA-MEDIAS PIC 9(05)V99 VALUE ZEROS.
       77  WRK-MEDIA-TURMA PIC 9(02)V99 VALUE ZEROS.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-ALTERADAS PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-GRAVADAS  PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           PERFORM 0109-OBTER-CAMINHO-ALUNOS.
           PERFORM 0160-OBTER-CAMINHOS-TURMAS.

           DISPLAY "TURMA.................. "
             ACCEPT WRK-TURMA.
           PERFORM 0110-LOCALIZAR-TURMA.
           IF NOT TURMA-ACHADA
             DISPLAY "TURMA " WRK-TURMA " NAO CADASTRADA OU INATIVA"
             GOBACK
           END-IF.
           DISPLAY "DISCIPLINA............. " WRK-DISCIPLINA.
           DISPLAY "NIVEL.................. " WRK-NIVEL.
           DISPLAY "ANO LETIVO............. " WRK-ANO.

           MOVE SPACES TO WRK-CAMPO.
           PERFORM UNTIL WRK-CAMPO EQUAL '1' OR WRK-CAMPO EQUAL '2'
                      OR WRK-CAMPO EQUAL '3' OR WRK-CAMPO EQUAL 'R'
             DISPLAY "QUAL NOTA LANCAR? (1/2/3/R)ECUPERACAO "
               ACCEPT WRK-CAMPO
             IF WRK-CAMPO EQUAL 'r' MOVE 'R' TO WRK-CAMPO END-IF
           END-PERFORM.

           PERFORM 0184A-CARREGAR-CALNOTAS.
           MOVE WRK-ANO   TO WRK-CLN-ANO-BUSCA.
           MOVE WRK-CAMPO TO WRK-CLN-AVAL-BUSCA.
           PERFORM 0184B-CONSULTAR-PRAZO.
           EVALUATE TRUE
             WHEN PRAZO-ENCERRADO
               DISPLAY "PRAZO DE LANCAMENTO DA NOTA " WRK-CAMPO
                       " ENCERRADO EM " WRK-CLN-PRAZO-ACHADO
               DISPLAY "ALTERACAO SO PELA RETIFICACAO CONTROLADA "
                       "(ALU006)"
               GOBACK
             WHEN PRAZO-ABERTO
               DISPLAY "LANCAMENTO ATE.......... "
                       WRK-CLN-PRAZO-ACHADO
             WHEN OTHER
               DISPLAY "*** AVALIACAO SEM PRAZO NO CALENDARIO DE "
                       "NOTAS ***"
           END-EVALUATE.

           OPEN I-O ALUNOS .

           IF FS-ALUNOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ALUNOS NAO FOI ABERTO - STATUS "
                     FS-ALUNOS
             GOBACK
           END-IF.

      *--- TURMA ATIVA DO CADASTRO: DISCIPLINA, NIVEL E ANO LETIVO ---
       0110-LOCALIZAR-TURMA            SECTION.
           MOVE "N" TO WRK-SW-TURMA.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL 0
             DISPLAY "CADASTRO DE TURMAS NAO FOI ABERTO - STATUS "
                     FS-TURMAS
             GO TO 0110-LOCALIZAR-SAIDA
           END-IF.
           READ TURMAS NEXT RECORD.
           PERFORM UNTIL FS-TURMAS NOT EQUAL 00 OR TURMA-ACHADA
             IF TRM-CODIGO EQUAL WRK-TURMA AND TRM-ATIVA
               SET TURMA-ACHADA TO TRUE
               MOVE TRM-DISCIPLINA TO WRK-DISCIPLINA
               MOVE TRM-NIVEL      TO WRK-NIVEL
               MOVE TRM-ANO        TO WRK-ANO
             ELSE
               READ TURMAS NEXT RECORD
             END-IF
           END-PERFORM.
           CLOSE TURMAS.
       0110-LOCALIZAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-CARREGAR-ALUNOS.
           IF WRK-QTD-DIARIO EQUAL ZEROS
             DISPLAY "NENHUM ALUNO ATIVO NA TURMA " WRK-TURMA
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           DISPLAY "ALUNOS DA TURMA........ " WRK-QTD-DIARIO.
           DISPLAY "INFORME A NOTA DE 0 A 10 (99 = MANTER A ATUAL)".
           MOVE ZEROS TO WRK-SOMA-MEDIAS.
           MOVE 1 TO WRK-IND-DIARIO.
           PERFORM 0220-DIGITAR-NOTA
             UNTIL WRK-IND-DIARIO GREATER WRK-QTD-DIARIO.

           COMPUTE WRK-MEDIA-TURMA ROUNDED =
               WRK-SOMA-MEDIAS / WRK-QTD-DIARIO.
           DISPLAY "NOTAS ALTERADAS........ " WRK-ACUM-ALTERADAS.
           DISPLAY "MEDIA DA TURMA......... " WRK-MEDIA-TURMA.
           IF WRK-ACUM-ALTERADAS EQUAL ZEROS
             DISPLAY "NENHUMA NOTA ALTERADA - NADA A GRAVAR"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           DISPLAY "GRAVA AS NOTAS DA TURMA? (S/N) "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
             DISPLAY "LANCAMENTO ABANDONADO - NADA FOI GRAVADO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           MOVE 1 TO WRK-IND-DIARIO.
           PERFORM 0240-GRAVAR-NOTA
             UNTIL WRK-IND-DIARIO GREATER WRK-QTD-DIARIO.
           DISPLAY "NOTAS GRAVADAS......... " WRK-ACUM-GRAVADAS.
       0200-PROCESSAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0210-CARREGAR-ALUNOS: OS ALUNOS ATIVOS DA TURMA NA
      *  DISCIPLINA DA TURMA, INSERIDOS NA TABELA EM ORDEM DE NOME -
      *  A MESMA ORDEM DA LISTA DE CHAMADA DO PROFESSOR.
      *--------------------------------------------------------------
       0210-CARREGAR-ALUNOS            SECTION.
           MOVE ZEROS TO WRK-QTD-DIARIO.
           READ ALUNOS NEXT RECORD.
           PERFORM UNTIL FS-ALUNOS NOT EQUAL 00
             IF ALU-TURMA EQUAL WRK-TURMA
                AND ALU-DISCIPLINA EQUAL WRK-DISCIPLINA
                AND NOT ALU-INATIVO
               IF WRK-QTD-DIARIO LESS WRK-MAX-DIARIO
                 PERFORM 0215-INSERIR-ALUNO
               ELSE
                 DISPLAY "TURMA COM MAIS DE " WRK-MAX-DIARIO
                         " ALUNOS - ALUNO " ALU-ID " FORA DO DIARIO"
               END-IF
             END-IF
             READ ALUNOS NEXT RECORD
           END-PERFORM.

       0215-INSERIR-ALUNO              SECTION.
           ADD 1 TO WRK-QTD-DIARIO.
           MOVE WRK-QTD-DIARIO TO WRK-IND-DESLOCA.
           PERFORM UNTIL WRK-IND-DESLOCA EQUAL 1
                      OR WRK-DIA-NOME(WRK-IND-DESLOCA - 1)
                         NOT GREATER ALU-NOME
             MOVE WRK-DIA-ITEM(WRK-IND-DESLOCA - 1)
               TO WRK-DIA-ITEM(WRK-IND-DESLOCA)
             SUBTRACT 1 FROM WRK-IND-DESLOCA
           END-PERFORM.
           MOVE ALU-ID       TO WRK-DIA-ID(WRK-IND-DESLOCA).
           MOVE ALU-NOME     TO WRK-DIA-NOME(WRK-IND-DESLOCA).
           MOVE ALU-NOTA1    TO WRK-DIA-NOTA1(WRK-IND-DESLOCA).
           MOVE ALU-NOTA2    TO WRK-DIA-NOTA2(WRK-IND-DESLOCA).
           MOVE ALU-NOTA3    TO WRK-DIA-NOTA3(WRK-IND-DESLOCA).
           MOVE ALU-NOTA-REC TO WRK-DIA-REC(WRK-IND-DESLOCA).
           MOVE "N"          TO WRK-DIA-ALTERADA(WRK-IND-DESLOCA).

      *--------------------------------------------------------------
      *  0220-DIGITAR-NOTA: UM ALUNO DA LISTA - MOSTRA A NOTA ATUAL,
      *  RECEBE A NOVA (0 A 10 OU 99 PARA MANTER) E MOSTRA A MEDIA
      *  DO ALUNO JA COM A NOTA DIGITADA.
      *--------------------------------------------------------------
       0220-DIGITAR-NOTA               SECTION.
           EVALUATE WRK-CAMPO
             WHEN '1' MOVE WRK-DIA-NOTA1(WRK-IND-DIARIO) TO WRK-NOTA
             WHEN '2' MOVE WRK-DIA-NOTA2(WRK-IND-DIARIO) TO WRK-NOTA
             WHEN '3' MOVE WRK-DIA-NOTA3(WRK-IND-DIARIO) TO WRK-NOTA
             WHEN 'R' MOVE WRK-DIA-REC(WRK-IND-DIARIO)   TO WRK-NOTA
           END-EVALUATE.
           DISPLAY WRK-IND-DIARIO " " WRK-DIA-ID(WRK-IND-DIARIO) " "
                   WRK-DIA-NOME(WRK-IND-DIARIO) " ATUAL " WRK-NOTA.

           MOVE "N" TO WRK-SW-NOTA.
           PERFORM UNTIL NOTA-VALIDA
             DISPLAY "  NOTA (0 A 10, 99 = MANTER) "
               ACCEPT WRK-NOTA
             IF WRK-NOTA IS LESS THAN OR EQUAL TO 10
                OR WRK-NOTA EQUAL WRK-MANTER
               SET NOTA-VALIDA TO TRUE
             ELSE
               DISPLAY "NOTA INVALIDA - INFORME DE 0 A 10"
             END-IF
           END-PERFORM.

           IF WRK-NOTA NOT EQUAL WRK-MANTER
             MOVE "S" TO WRK-DIA-ALTERADA(WRK-IND-DIARIO)
             ADD 1 TO WRK-ACUM-ALTERADAS
             EVALUATE WRK-CAMPO
               WHEN '1' MOVE WRK-NOTA TO WRK-DIA-NOTA1(WRK-IND-DIARIO)
               WHEN '2' MOVE WRK-NOTA TO WRK-DIA-NOTA2(WRK-IND-DIARIO)
               WHEN '3' MOVE WRK-NOTA TO WRK-DIA-NOTA3(WRK-IND-DIARIO)
               WHEN 'R' MOVE WRK-NOTA TO WRK-DIA-REC(WRK-IND-DIARIO)
             END-EVALUATE
           END-IF.

           PERFORM 0230-CALCULAR-MEDIA.
           IF WRK-CAMPO EQUAL 'R'
             DISPLAY "  MEDIA " WRK-MEDIA " - FINAL APOS RECUPERACAO "
                     WRK-MEDIA-FINAL
             ADD WRK-MEDIA-FINAL TO WRK-SOMA-MEDIAS
           ELSE
             DISPLAY "  MEDIA " WRK-MEDIA
             ADD WRK-MEDIA TO WRK-SOMA-MEDIAS
           END-IF.
           ADD 1 TO WRK-IND-DIARIO.

      *--- MESMA PONDERACAO E RECUPERACAO DO LOTE DO PROGRAMA20 ---
       0230-CALCULAR-MEDIA             SECTION.
           COMPUTE WRK-MEDIA =
               ((WRK-DIA-NOTA1(WRK-IND-DIARIO) * WRK-PESO1) +
                (WRK-DIA-NOTA2(WRK-IND-DIARIO) * WRK-PESO2) +
                (WRK-DIA-NOTA3(WRK-IND-DIARIO) * WRK-PESO3))
               / WRK-SOMA-PESOS.
           COMPUTE WRK-MEDIA-FINAL =
               (WRK-MEDIA + WRK-DIA-REC(WRK-IND-DIARIO)) / 2.

      *--- SO O REGISTRO COM NOTA DIGITADA E RELIDO E REGRAVADO ---
       0240-GRAVAR-NOTA                SECTION.
           IF WRK-DIA-ALTERADA(WRK-IND-DIARIO) NOT EQUAL "S"
             GO TO 0240-GRAVAR-SAIDA
           END-IF.
           MOVE WRK-DIA-ID(WRK-IND-DIARIO) TO ALU-ID.
           MOVE WRK-DISCIPLINA             TO ALU-DISCIPLINA.
           READ ALUNOS KEY IS ALU-CHAVE
             INVALID KEY
               DISPLAY "ALUNO " ALU-ID " NAO FOI RELIDO - NOTA NAO "
                       "GRAVADA"
               GO TO 0240-GRAVAR-SAIDA
           END-READ.
           EVALUATE WRK-CAMPO
             WHEN '1' MOVE WRK-DIA-NOTA1(WRK-IND-DIARIO) TO ALU-NOTA1
             WHEN '2' MOVE WRK-DIA-NOTA2(WRK-IND-DIARIO) TO ALU-NOTA2
             WHEN '3' MOVE WRK-DIA-NOTA3(WRK-IND-DIARIO) TO ALU-NOTA3
             WHEN 'R' MOVE WRK-DIA-REC(WRK-IND-DIARIO) TO ALU-NOTA-REC
           END-EVALUATE.
           REWRITE REG-ALUNO
             INVALID KEY
               DISPLAY "ALUNO " ALU-ID " NAO FOI REGRAVADO - STATUS "
                       FS-ALUNOS
             NOT INVALID KEY
               ADD 1 TO WRK-ACUM-GRAVADAS
           END-REWRITE.
       0240-GRAVAR-SAIDA.
           ADD 1 TO WRK-IND-DIARIO.

           COPY "CAMALUP.cpy".
           COPY "CAMTRMP.cpy".
           COPY "CAMCLNP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE ALUNOS.
               DISPLAY "FIM DE PROGRAMA ".
