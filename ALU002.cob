      *==            (ID + DISCIPLINA) E REGRAVAR COM REWRITE -
      *==            ACABOU A CARGA COMPLETA EM MEMORIA E O TETO DE
      *==            500 REGISTROS.
      *== 15/10/2026 - JV - NOTA CUJO PRAZO DE LANCAMENTO JA PASSOU NO
      *==            CALENDARIO CALNOTAS.DAT (ANO LETIVO DA TURMA DO
      *==            ALUNO) NAO E MAIS ALTERADA AQUI - SO E MOSTRADA, E
      *==            A MUDANCA VAI PARA A RETIFICACAO DO ALU006.
      *=================================================================

       ENVIRONMENT DIVISION.
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
       77  FS-ALUNOS PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS   PIC 9(02) VALUE ZEROS.
       77  FS-CALNOTAS PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-ID         PIC 9(04) VALUE ZEROS.

       77  WRK-SW-ACHADO  PIC X(01) VALUE "N".
           88 ALUNO-ACHADO        VALUE "S".
       77  WRK-SW-TURMA   PIC X(01) VALUE "N".
           88 TURMA-ACHADA        VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           PERFORM 0109-OBTER-CAMINHO-ALUNOS.
           PERFORM 0160-OBTER-CAMINHOS-TURMAS.
           PERFORM 0184A-CARREGAR-CALNOTAS.
           OPEN I-O ALUNOS .

           IF FS-ALUNOS NOT EQUAL 0
             END-READ.

             IF ALUNO-ACHADO
               PERFORM 0210-OBTER-ANO-LETIVO
               PERFORM 0220-ATUALIZAR-DADOS
               PERFORM 0230-REGRAVAR-ARQUIVO
             END-IF.
             CLOSE ALUNOS.

      *--- ANO LETIVO DA TURMA DO ALUNO; SEM TURMA, O ANO CORRENTE ---
       0210-OBTER-ANO-LETIVO           SECTION.
             MOVE WRK-CLN-HOJE(1:4) TO WRK-CLN-ANO-BUSCA.
             MOVE "N" TO WRK-SW-TURMA.
             IF ALU-TURMA NOT NUMERIC OR ALU-TURMA EQUAL ZEROS
               GO TO 0210-OBTER-ANO-SAIDA
             END-IF.
             OPEN INPUT TURMAS.
             IF FS-TURMAS NOT EQUAL 0
               GO TO 0210-OBTER-ANO-SAIDA
             END-IF.
             READ TURMAS NEXT RECORD.
             PERFORM UNTIL FS-TURMAS NOT EQUAL 00 OR TURMA-ACHADA
               IF TRM-CODIGO EQUAL ALU-TURMA
                 SET TURMA-ACHADA TO TRUE
                 MOVE TRM-ANO TO WRK-CLN-ANO-BUSCA
               ELSE
                 READ TURMAS NEXT RECORD
               END-IF
             END-PERFORM.
             CLOSE TURMAS.
       0210-OBTER-ANO-SAIDA.
             EXIT.

       0220-ATUALIZAR-DADOS            SECTION.
             DISPLAY "NOME ATUAL..... " ALU-NOME.
             DISPLAY "NOVO NOME (BRANCO = MANTER) "

             DISPLAY "NOTA 1 ATUAL... " ALU-NOTA1.
             MOVE "NOTA 1......" TO WRK-ROTULO.
             MOVE "1" TO WRK-CLN-AVAL-BUSCA.
             PERFORM 0184B-CONSULTAR-PRAZO.
             IF PRAZO-ENCERRADO
               PERFORM 0227-AVISAR-PRAZO
             ELSE
               PERFORM 0225-RECEBER-NOTA
               MOVE WRK-NOTA TO ALU-NOTA1
             END-IF.

             DISPLAY "NOTA 2 ATUAL... " ALU-NOTA2.
             MOVE "NOTA 2......" TO WRK-ROTULO.
             MOVE "2" TO WRK-CLN-AVAL-BUSCA.
             PERFORM 0184B-CONSULTAR-PRAZO.
             IF PRAZO-ENCERRADO
               PERFORM 0227-AVISAR-PRAZO
             ELSE
               PERFORM 0225-RECEBER-NOTA
               MOVE WRK-NOTA TO ALU-NOTA2
             END-IF.

             DISPLAY "NOTA 3 ATUAL... " ALU-NOTA3.
             MOVE "NOTA 3......" TO WRK-ROTULO.
             MOVE "3" TO WRK-CLN-AVAL-BUSCA.
             PERFORM 0184B-CONSULTAR-PRAZO.
             IF PRAZO-ENCERRADO
               PERFORM 0227-AVISAR-PRAZO
             ELSE
               PERFORM 0225-RECEBER-NOTA
               MOVE WRK-NOTA TO ALU-NOTA3
             END-IF.

             DISPLAY "NOTA REC ATUAL. " ALU-NOTA-REC.
             MOVE "NOTA RECUP.." TO WRK-ROTULO.
             MOVE "R" TO WRK-CLN-AVAL-BUSCA.
             PERFORM 0184B-CONSULTAR-PRAZO.
             IF PRAZO-ENCERRADO
               PERFORM 0227-AVISAR-PRAZO
             ELSE
               PERFORM 0225-RECEBER-NOTA
               MOVE WRK-NOTA TO ALU-NOTA-REC
             END-IF.

       0225-RECEBER-NOTA               SECTION.
             MOVE "N" TO WRK-SW-NOTA.
               END-IF
             END-PERFORM.

       0227-AVISAR-PRAZO               SECTION.
             DISPLAY WRK-ROTULO " PRAZO ENCERRADO EM "
                     WRK-CLN-PRAZO-ACHADO " - ALTERE PELO ALU006".

       0230-REGRAVAR-ARQUIVO           SECTION.
             REWRITE REG-ALUNO
               INVALID KEY
             END-REWRITE.

           COPY "CAMALUP.cpy".
           COPY "CAMTRMP.cpy".
           COPY "CAMCLNP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
