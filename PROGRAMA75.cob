       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA75.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: ENTREGAS EM ATRASO - LISTA AS ENTREGAS AINDA EM
      *==           ABERTO EM ENTREGAS.DAT (PENDENTE OU EM
      *==           TRANSPORTE) COM DATA PREVISTA ANTERIOR A HOJE,
      *==           DE TODAS AS FILIAIS, COM ROTA, CLIENTE, VALOR E
      *==           QUANTAS VEZES JA FORAM REAGENDADAS. SAIDA DATADA
      *==           PELO MODULO RELGER E EXECUCAO NO BATCHLOG COM O
      *==           VALOR EM ATRASO EM LOG-HASH.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS.

           SELECT RELATRAS ASSIGN TO WRK-CAMINHO-RELATRAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATRAS.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
           COPY "ENTREGA.cpy".

       FD  RELATRAS.
       01  REG-RELATRAS               PIC X(80).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMETG.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-ENTREGAS         PIC 9(02)    VALUE ZEROS.
       77  FS-RELATRAS         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELATRAS PIC X(100)  VALUE SPACES.

       77  WRK-QTD-LIDOS       PIC 9(07)    VALUE ZEROS.
       77  WRK-ACUM-ATRASO     PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-ATRASO      PIC 9(09)V99 VALUE ZEROS.

       01  WRK-LINHA-ATRASO.
           05 WRK-LA-FILIAL    PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-NOTA      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-ROTA      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-CLIENTE   PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-PREVISTA  PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-STATUS    PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-REAGENDA  PIC Z9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-VALOR     PIC Z.ZZZ.ZZ9,99.
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO    PIC X(20).
           05 WRK-LT-QTD       PIC ZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.

           MOVE "ATRASOENTREG" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELATRAS.
           OPEN OUTPUT RELATRAS.
           IF FS-RELATRAS NOT EQUAL 0
             DISPLAY "RELATORIO DE ATRASOS NAO FOI ABERTO - STATUS "
                     FS-RELATRAS
             GOBACK
           END-IF.

           MOVE "ENTREGAS EM ATRASO" TO REG-RELATRAS.
           WRITE REG-RELATRAS.
           MOVE SPACES TO REG-RELATRAS.
           WRITE REG-RELATRAS.
           MOVE "FL NOTA ROTA CLIENTE                PREVISTA S RG"
             TO REG-RELATRAS.
           WRITE REG-RELATRAS.

       0200-PROCESSAR                  SECTION.
           PERFORM 0182-OBTER-CAMINHO-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ENTREGAS NAO FOI ABERTO - STATUS "
                     FS-ENTREGAS
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           READ ENTREGAS NEXT RECORD.
           PERFORM UNTIL FS-ENTREGAS NOT EQUAL 00
             ADD 1 TO WRK-QTD-LIDOS
             IF ETG-EM-ABERTO
                AND ETG-DATA-PREVISTA LESS DTM-AAAAMMDD
               PERFORM 0210-LISTAR-ATRASO
             END-IF
             READ ENTREGAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTREGAS.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-LISTAR-ATRASO              SECTION.
           MOVE ETG-FILIAL         TO WRK-LA-FILIAL.
           MOVE ETG-NOTA           TO WRK-LA-NOTA.
           MOVE ETG-ROTA           TO WRK-LA-ROTA.
           MOVE ETG-ID-CLIENTE     TO WRK-LA-CLIENTE.
           MOVE ETG-NOME           TO WRK-LA-NOME.
           MOVE ETG-DATA-PREVISTA  TO WRK-LA-PREVISTA.
           MOVE ETG-STATUS         TO WRK-LA-STATUS.
           MOVE ETG-REAGENDAMENTOS TO WRK-LA-REAGENDA.
           MOVE ETG-VALOR          TO WRK-LA-VALOR.
           MOVE WRK-LINHA-ATRASO TO REG-RELATRAS.
           WRITE REG-RELATRAS.
           ADD 1 TO WRK-ACUM-ATRASO.
           ADD ETG-VALOR TO WRK-TOT-ATRASO.

           COPY "CAMETGP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE SPACES TO REG-RELATRAS.
               WRITE REG-RELATRAS.
               MOVE "ENTREGAS EM ATRASO.." TO WRK-LT-ROTULO.
               MOVE WRK-ACUM-ATRASO       TO WRK-LT-QTD.
               MOVE WRK-TOT-ATRASO        TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOT TO REG-RELATRAS.
               WRITE REG-RELATRAS.
               CLOSE RELATRAS.
               DISPLAY "ENTREGAS LIDAS......: " WRK-QTD-LIDOS.
               DISPLAY "ENTREGAS EM ATRASO..: " WRK-ACUM-ATRASO
                       " - VALOR " WRK-TOT-ATRASO.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELATRAS.

               MOVE "PROGRAMA75"      TO LOG-JOB.
               MOVE "S"               TO LOG-STATUS.
               MOVE WRK-ACUM-ATRASO   TO LOG-QTD.
               MOVE WRK-QTD-LIDOS     TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-ATRASO    TO LOG-HASH.
               MOVE "ENTREGAS EM ATRASO" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
