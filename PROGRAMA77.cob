       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA77.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: SALDO MENSAL DE QUEBRAS DE CAIXA POR OPERADOR -
      *==           LE O LIVRO DE QUEBRAS (QUEBRAS.DAT, GRAVADO NO
      *==           FECHO DO PROGRAMA37) ATE A COMPETENCIA PEDIDA
      *==           (ENQUADRAMENTO DA DATA DO FECHO PELO COMPETEN) E
      *==           LISTA, POR OPERADOR, AS SESSOES DO MES, QUANTAS
      *==           TIVERAM QUEBRA, A DIFERENCA LIQUIDA DO MES, O
      *==           SALDO ACUMULADO (SOBRAS MENOS FALTAS DESDE O
      *==           INICIO DO LIVRO) E AS FALTAS AINDA NAO TRATADAS
      *==           PELO PROGRAMA78. SAIDA DATADA PELO MODULO RELGER
      *==           E EXECUCAO NO BATCHLOG COM AS FALTAS EM ABERTO EM
      *==           LOG-HASH.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT QUEBRAS ASSIGN TO WRK-CAMINHO-QUEBRAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QUEBRAS.

           SELECT RELQUEBR ASSIGN TO WRK-CAMINHO-RELQUEBR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELQUEBR.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDQBR ASSIGN TO "WRKORDQBR".

       DATA DIVISION.
       FILE SECTION.
       FD  QUEBRAS.
           COPY "QUEBRA.cpy".

       FD  RELQUEBR.
       01  REG-RELQUEBR               PIC X(80).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDQBR.
       01  WRK-REG-ORDQBR.
           05 ORD-OPERADOR    PIC X(20).
           05 ORD-COMPETENCIA PIC 9(06).
           05 ORD-VALOR       PIC S9(08)V99.
           05 ORD-SITUACAO    PIC X(01).

       WORKING-STORAGE               SECTION.
           COPY "CAMQBR.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "COMPETEN.cpy".
       77  FS-QUEBRAS          PIC 9(02)    VALUE ZEROS.
       77  FS-RELQUEBR         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELQUEBR PIC X(100)  VALUE SPACES.

       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-FIM-ORDQBR      PIC X(01)    VALUE "N".
       77  WRK-PRIMEIRO        PIC X(01)    VALUE "S".
       77  WRK-OPE-ATUAL       PIC X(20)    VALUE SPACES.
       77  WRK-QTD-LIDOS       PIC 9(07)    VALUE ZEROS.

      *--- ACUMULADOS DO OPERADOR ---
       77  WRK-OPE-SESSOES     PIC 9(05)    VALUE ZEROS.
       77  WRK-OPE-QUEBRAS     PIC 9(05)    VALUE ZEROS.
       77  WRK-OPE-DIF-MES     PIC S9(08)V99 VALUE ZEROS.
       77  WRK-OPE-SALDO       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-OPE-ABERTO      PIC 9(08)V99 VALUE ZEROS.

      *--- TOTAIS GERAIS ---
       77  WRK-ACUM-OPERADORES PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-SESSOES     PIC 9(07)    VALUE ZEROS.
       77  WRK-TOT-QUEBRAS     PIC 9(07)    VALUE ZEROS.
       77  WRK-TOT-DIF-MES     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ABERTO      PIC 9(09)V99 VALUE ZEROS.

       01  WRK-LINHA-CAB.
           05 FILLER           PIC X(36) VALUE
              "OPERADOR             SESS QBRA   DIF".
           05 FILLER           PIC X(35) VALUE
              " MES SALDO ACUMUL.     EM ABERTO".
       01  WRK-LINHA-DET.
           05 WRK-LD-OPERADOR  PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SESSOES   PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-QUEBRAS   PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DIF-MES   PIC -ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO     PIC -Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LD-ABERTO    PIC ZZZ.ZZ9,99.
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO    PIC X(24).
           05 WRK-LT-QTD       PIC ZZZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LT-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DO SALDO (AAAAMM, 0 = ATUAL) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.

           MOVE "QUEBRACAIXA" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELQUEBR.
           OPEN OUTPUT RELQUEBR.
           IF FS-RELQUEBR NOT EQUAL 0
             DISPLAY "RELATORIO DE QUEBRAS NAO FOI ABERTO - STATUS "
                     FS-RELQUEBR
             GOBACK
           END-IF.

           MOVE SPACES TO REG-RELQUEBR.
           STRING "QUEBRAS DE CAIXA POR OPERADOR - COMPETENCIA "
                  WRK-COMPETENCIA
             DELIMITED BY SIZE INTO REG-RELQUEBR
           END-STRING.
           WRITE REG-RELQUEBR.
           MOVE SPACES TO REG-RELQUEBR.
           WRITE REG-RELQUEBR.
           MOVE WRK-LINHA-CAB TO REG-RELQUEBR.
           WRITE REG-RELQUEBR.

       0200-PROCESSAR                  SECTION.
           SORT WRK-ORDQBR
             ON ASCENDING KEY ORD-OPERADOR ORD-COMPETENCIA
             INPUT PROCEDURE 0210-FORNECER-QUEBRAS
             OUTPUT PROCEDURE 0220-CONSUMIR-QUEBRAS.

      *--- TODO O LIVRO ATE A COMPETENCIA PEDIDA (O SALDO E CORRIDO) ---
       0210-FORNECER-QUEBRAS           SECTION.
           PERFORM 0184-OBTER-CAMINHO-QUEBRAS.
           OPEN INPUT QUEBRAS.
           IF FS-QUEBRAS NOT EQUAL 0
             DISPLAY "LIVRO DE QUEBRAS NAO FOI ABERTO - STATUS "
                     FS-QUEBRAS
             GO TO 0210-FORNECER-SAIDA
           END-IF.
           READ QUEBRAS NEXT RECORD.
           PERFORM UNTIL FS-QUEBRAS NOT EQUAL 00
             ADD 1 TO WRK-QTD-LIDOS
             MOVE QBR-DATA-FECHO TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             IF CMP-AAAAMM NOT GREATER WRK-COMPETENCIA
               MOVE QBR-OPERADOR  TO ORD-OPERADOR
               MOVE CMP-AAAAMM    TO ORD-COMPETENCIA
               MOVE QBR-VALOR     TO ORD-VALOR
               MOVE QBR-SITUACAO  TO ORD-SITUACAO
               RELEASE WRK-REG-ORDQBR
             END-IF
             READ QUEBRAS NEXT RECORD
           END-PERFORM.
           CLOSE QUEBRAS.
       0210-FORNECER-SAIDA.
           EXIT.

      *--- QUEBRA POR OPERADOR ---
       0220-CONSUMIR-QUEBRAS           SECTION.
           MOVE "N" TO WRK-FIM-ORDQBR.
           MOVE "S" TO WRK-PRIMEIRO.
           RETURN WRK-ORDQBR AT END MOVE "S" TO WRK-FIM-ORDQBR.

           PERFORM UNTIL WRK-FIM-ORDQBR EQUAL "S"
             IF WRK-PRIMEIRO EQUAL "S"
                OR ORD-OPERADOR NOT EQUAL WRK-OPE-ATUAL
               PERFORM 0230-INICIAR-OPERADOR
             END-IF
             PERFORM 0235-ACUMULAR-SESSAO
             RETURN WRK-ORDQBR AT END MOVE "S" TO WRK-FIM-ORDQBR
           END-PERFORM.

           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-OPERADOR
           ELSE
             MOVE SPACES TO REG-RELQUEBR
             WRITE REG-RELQUEBR
             MOVE "NENHUMA SESSAO NO LIVRO DE QUEBRAS" TO REG-RELQUEBR
             WRITE REG-RELQUEBR
           END-IF.

       0230-INICIAR-OPERADOR           SECTION.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-OPERADOR
           END-IF.
           MOVE "N" TO WRK-PRIMEIRO.
           MOVE ORD-OPERADOR TO WRK-OPE-ATUAL.
           MOVE ZEROS TO WRK-OPE-SESSOES.
           MOVE ZEROS TO WRK-OPE-QUEBRAS.
           MOVE ZEROS TO WRK-OPE-DIF-MES.
           MOVE ZEROS TO WRK-OPE-SALDO.
           MOVE ZEROS TO WRK-OPE-ABERTO.
           ADD 1 TO WRK-ACUM-OPERADORES.

       0235-ACUMULAR-SESSAO            SECTION.
           ADD ORD-VALOR TO WRK-OPE-SALDO.
           IF ORD-SITUACAO EQUAL 'R'
              AND ORD-VALOR LESS ZEROS
             SUBTRACT ORD-VALOR FROM WRK-OPE-ABERTO
           END-IF.
           IF ORD-COMPETENCIA EQUAL WRK-COMPETENCIA
             ADD 1 TO WRK-OPE-SESSOES
             ADD ORD-VALOR TO WRK-OPE-DIF-MES
             IF ORD-VALOR NOT EQUAL ZEROS
               ADD 1 TO WRK-OPE-QUEBRAS
             END-IF
           END-IF.

       0240-FECHAR-OPERADOR            SECTION.
           MOVE WRK-OPE-ATUAL   TO WRK-LD-OPERADOR.
           MOVE WRK-OPE-SESSOES TO WRK-LD-SESSOES.
           MOVE WRK-OPE-QUEBRAS TO WRK-LD-QUEBRAS.
           MOVE WRK-OPE-DIF-MES TO WRK-LD-DIF-MES.
           MOVE WRK-OPE-SALDO   TO WRK-LD-SALDO.
           MOVE WRK-OPE-ABERTO  TO WRK-LD-ABERTO.
           MOVE WRK-LINHA-DET TO REG-RELQUEBR.
           WRITE REG-RELQUEBR.
           ADD WRK-OPE-SESSOES TO WRK-TOT-SESSOES.
           ADD WRK-OPE-QUEBRAS TO WRK-TOT-QUEBRAS.
           ADD WRK-OPE-DIF-MES TO WRK-TOT-DIF-MES.
           ADD WRK-OPE-ABERTO  TO WRK-TOT-ABERTO.

           COPY "CAMQBRP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE SPACES TO REG-RELQUEBR.
               WRITE REG-RELQUEBR.
               MOVE "SESSOES NO MES.........." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-SESSOES TO WRK-LT-QTD.
               MOVE WRK-TOT-DIF-MES TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOT TO REG-RELQUEBR.
               WRITE REG-RELQUEBR.
               MOVE "SESSOES COM QUEBRA......" TO WRK-LT-ROTULO.
               MOVE WRK-TOT-QUEBRAS TO WRK-LT-QTD.
               MOVE ZEROS           TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOT TO REG-RELQUEBR.
               WRITE REG-RELQUEBR.
               MOVE "OPERADORES/FALTAS ABERTO" TO WRK-LT-ROTULO.
               MOVE WRK-ACUM-OPERADORES TO WRK-LT-QTD.
               MOVE WRK-TOT-ABERTO  TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOT TO REG-RELQUEBR.
               WRITE REG-RELQUEBR.
               CLOSE RELQUEBR.
               DISPLAY "OPERADORES NO LIVRO......: "
                       WRK-ACUM-OPERADORES.
               DISPLAY "SESSOES COM QUEBRA NO MES: " WRK-TOT-QUEBRAS.
               DISPLAY "FALTAS EM ABERTO.........: " WRK-TOT-ABERTO.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELQUEBR.

               MOVE "PROGRAMA77"     TO LOG-JOB.
               MOVE "S"              TO LOG-STATUS.
               MOVE WRK-TOT-SESSOES  TO LOG-QTD.
               MOVE WRK-QTD-LIDOS    TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-ABERTO   TO LOG-HASH.
               MOVE "SALDO MENSAL DE QUEBRAS DE CAIXA"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
