       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA79.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: DESCONTOS CONCEDIDOS NO MES POR FILIAL E
      *==           OPERADOR - LE O MOVIMENTO DE VENDAS (VENDMOV.DAT)
      *==           DA COMPETENCIA PEDIDA (ENQUADRAMENTO DA DATA DA
      *==           VENDA PELO COMPETEN) E LISTA, POR OPERADOR DENTRO
      *==           DA FILIAL, AS NOTAS COM DESCONTO, A VENDA BRUTA
      *==           (MOV-VALOR + MOV-DESCONTO), O DESCONTO E O
      *==           PERCENTUAL SOBRE A BRUTA, COM SUBTOTAL DA FILIAL
      *==           E TOTAL GERAL. SAIDA DATADA PELO MODULO RELGER E
      *==           EXECUCAO NO BATCHLOG COM O DESCONTO DO MES EM
      *==           LOG-HASH.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT RELDESC ASSIGN TO WRK-CAMINHO-RELDESC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELDESC.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDDSC ASSIGN TO "WRKORDDSC".

       DATA DIVISION.
       FILE SECTION.
       FD  VENDMOV.
           COPY "VENDMOV.cpy".

       FD  RELDESC.
       01  REG-RELDESC                PIC X(80).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDDSC.
       01  WRK-REG-ORDDSC.
           05 ORD-FILIAL      PIC 9(02).
           05 ORD-OPERADOR    PIC X(20).
           05 ORD-NOTA        PIC X(04).
           05 ORD-VALOR       PIC 9(05)V99.
           05 ORD-DESCONTO    PIC 9(05)V99.

       WORKING-STORAGE               SECTION.
           COPY "CAMMOV.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "COMPETEN.cpy".
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-RELDESC          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELDESC PIC X(100)   VALUE SPACES.

       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-FIM-ORDDSC      PIC X(01)    VALUE "N".
       77  WRK-PRIMEIRO        PIC X(01)    VALUE "S".
       77  WRK-FIL-ATUAL       PIC 9(02)    VALUE ZEROS.
       77  WRK-OPE-ATUAL       PIC X(20)    VALUE SPACES.
       77  WRK-NOTA-ATUAL      PIC X(04)    VALUE SPACES.
       77  WRK-QTD-LIDOS       PIC 9(07)    VALUE ZEROS.
       77  WRK-DESC-LIDO       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PCT-DESCONTO    PIC 9(03)V99 VALUE ZEROS.

      *--- ACUMULADOS DO OPERADOR ---
       77  WRK-OPE-NOTAS       PIC 9(05)    VALUE ZEROS.
       77  WRK-OPE-BRUTO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-OPE-DESCONTO    PIC 9(09)V99 VALUE ZEROS.

      *--- ACUMULADOS DA FILIAL ---
       77  WRK-FIL-NOTAS       PIC 9(07)    VALUE ZEROS.
       77  WRK-FIL-BRUTO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-FIL-DESCONTO    PIC 9(09)V99 VALUE ZEROS.

      *--- TOTAIS GERAIS ---
       77  WRK-ACUM-OPERADORES PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-NOTAS       PIC 9(07)    VALUE ZEROS.
       77  WRK-TOT-BRUTO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONTO    PIC 9(09)V99 VALUE ZEROS.

       01  WRK-LINHA-CAB.
           05 FILLER           PIC X(36) VALUE
              "FL OPERADOR             NOTAS   VEND".
           05 FILLER           PIC X(35) VALUE
              "A BRUTA      DESCONTO   % DESC".
       01  WRK-LINHA-DET.
           05 WRK-LD-FILIAL    PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-OPERADOR  PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOTAS     PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-BRUTO     PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DESCONTO  PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-PCT       PIC ZZ9,99.
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO    PIC X(24).
           05 WRK-LT-NOTAS     PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-BRUTO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-DESCONTO  PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-PCT       PIC ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DOS DESCONTOS (AAAAMM, 0 = ATUAL) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.

           MOVE "DESCONTOS" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELDESC.
           OPEN OUTPUT RELDESC.
           IF FS-RELDESC NOT EQUAL 0
             DISPLAY "RELATORIO DE DESCONTOS NAO FOI ABERTO - STATUS "
                     FS-RELDESC
             GOBACK
           END-IF.

           MOVE SPACES TO REG-RELDESC.
           STRING "DESCONTOS POR FILIAL E OPERADOR - COMPETENCIA "
                  WRK-COMPETENCIA
             DELIMITED BY SIZE INTO REG-RELDESC
           END-STRING.
           WRITE REG-RELDESC.
           MOVE SPACES TO REG-RELDESC.
           WRITE REG-RELDESC.
           MOVE WRK-LINHA-CAB TO REG-RELDESC.
           WRITE REG-RELDESC.

       0200-PROCESSAR                  SECTION.
           SORT WRK-ORDDSC
             ON ASCENDING KEY ORD-FILIAL ORD-OPERADOR ORD-NOTA
             INPUT PROCEDURE 0210-FORNECER-VENDAS
             OUTPUT PROCEDURE 0220-CONSUMIR-VENDAS.

      *--- SO AS VENDAS DA COMPETENCIA (LINHA SEM O CAMPO DE ---
      *--- DESCONTO VALE COMO VENDA SEM DESCONTO)             ---
       0210-FORNECER-VENDAS            SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV
             GO TO 0210-FORNECER-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             ADD 1 TO WRK-QTD-LIDOS
             MOVE MOV-DATA TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             IF CMP-AAAAMM EQUAL WRK-COMPETENCIA
               MOVE ZEROS TO WRK-DESC-LIDO
               IF MOV-DESCONTO IS NUMERIC
                 MOVE MOV-DESCONTO TO WRK-DESC-LIDO
               END-IF
               MOVE MOV-FILIAL    TO ORD-FILIAL
               MOVE MOV-OPERADOR  TO ORD-OPERADOR
               MOVE MOV-NOTA      TO ORD-NOTA
               MOVE MOV-VALOR     TO ORD-VALOR
               MOVE WRK-DESC-LIDO TO ORD-DESCONTO
               RELEASE WRK-REG-ORDDSC
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0210-FORNECER-SAIDA.
           EXIT.

      *--- QUEBRA POR FILIAL E OPERADOR ---
       0220-CONSUMIR-VENDAS            SECTION.
           MOVE "N" TO WRK-FIM-ORDDSC.
           MOVE "S" TO WRK-PRIMEIRO.
           RETURN WRK-ORDDSC AT END MOVE "S" TO WRK-FIM-ORDDSC.

           PERFORM UNTIL WRK-FIM-ORDDSC EQUAL "S"
             IF WRK-PRIMEIRO EQUAL "S"
                OR ORD-FILIAL NOT EQUAL WRK-FIL-ATUAL
               PERFORM 0225-INICIAR-FILIAL
             END-IF
             IF ORD-OPERADOR NOT EQUAL WRK-OPE-ATUAL
               PERFORM 0230-INICIAR-OPERADOR
             END-IF
             PERFORM 0235-ACUMULAR-VENDA
             RETURN WRK-ORDDSC AT END MOVE "S" TO WRK-FIM-ORDDSC
           END-PERFORM.

           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-OPERADOR
             PERFORM 0245-FECHAR-FILIAL
           ELSE
             MOVE SPACES TO REG-RELDESC
             WRITE REG-RELDESC
             MOVE "NENHUMA VENDA NA COMPETENCIA" TO REG-RELDESC
             WRITE REG-RELDESC
           END-IF.

       0225-INICIAR-FILIAL             SECTION.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-OPERADOR
             PERFORM 0245-FECHAR-FILIAL
           END-IF.
           MOVE "N" TO WRK-PRIMEIRO.
           MOVE ORD-FILIAL TO WRK-FIL-ATUAL.
           MOVE ZEROS TO WRK-FIL-NOTAS.
           MOVE ZEROS TO WRK-FIL-BRUTO.
           MOVE ZEROS TO WRK-FIL-DESCONTO.
           MOVE ORD-OPERADOR TO WRK-OPE-ATUAL.
           PERFORM 0232-ZERAR-OPERADOR.

       0230-INICIAR-OPERADOR           SECTION.
           PERFORM 0240-FECHAR-OPERADOR.
           MOVE ORD-OPERADOR TO WRK-OPE-ATUAL.
           PERFORM 0232-ZERAR-OPERADOR.

       0232-ZERAR-OPERADOR             SECTION.
           MOVE ZEROS  TO WRK-OPE-NOTAS.
           MOVE ZEROS  TO WRK-OPE-BRUTO.
           MOVE ZEROS  TO WRK-OPE-DESCONTO.
           MOVE SPACES TO WRK-NOTA-ATUAL.
           ADD 1 TO WRK-ACUM-OPERADORES.

      *--- A NOTA CONTA UMA VEZ SO, NA PRIMEIRA LINHA COM DESCONTO ---
       0235-ACUMULAR-VENDA             SECTION.
           COMPUTE WRK-OPE-BRUTO = WRK-OPE-BRUTO
                                 + ORD-VALOR + ORD-DESCONTO.
           ADD ORD-DESCONTO TO WRK-OPE-DESCONTO.
           IF ORD-DESCONTO GREATER ZEROS
              AND ORD-NOTA NOT EQUAL WRK-NOTA-ATUAL
             ADD 1 TO WRK-OPE-NOTAS
             MOVE ORD-NOTA TO WRK-NOTA-ATUAL
           END-IF.

       0240-FECHAR-OPERADOR            SECTION.
           MOVE WRK-FIL-ATUAL    TO WRK-LD-FILIAL.
           MOVE WRK-OPE-ATUAL    TO WRK-LD-OPERADOR.
           MOVE WRK-OPE-NOTAS    TO WRK-LD-NOTAS.
           MOVE WRK-OPE-BRUTO    TO WRK-LD-BRUTO.
           MOVE WRK-OPE-DESCONTO TO WRK-LD-DESCONTO.
           MOVE ZEROS TO WRK-PCT-DESCONTO.
           IF WRK-OPE-BRUTO GREATER ZEROS
             COMPUTE WRK-PCT-DESCONTO ROUNDED =
                 WRK-OPE-DESCONTO * 100 / WRK-OPE-BRUTO
           END-IF.
           MOVE WRK-PCT-DESCONTO TO WRK-LD-PCT.
           MOVE WRK-LINHA-DET TO REG-RELDESC.
           WRITE REG-RELDESC.
           ADD WRK-OPE-NOTAS    TO WRK-FIL-NOTAS.
           ADD WRK-OPE-BRUTO    TO WRK-FIL-BRUTO.
           ADD WRK-OPE-DESCONTO TO WRK-FIL-DESCONTO.

       0245-FECHAR-FILIAL              SECTION.
           MOVE SPACES TO WRK-LT-ROTULO.
           STRING "SUBTOTAL FILIAL " WRK-FIL-ATUAL
             DELIMITED BY SIZE INTO WRK-LT-ROTULO
           END-STRING.
           MOVE WRK-FIL-NOTAS    TO WRK-LT-NOTAS.
           MOVE WRK-FIL-BRUTO    TO WRK-LT-BRUTO.
           MOVE WRK-FIL-DESCONTO TO WRK-LT-DESCONTO.
           MOVE ZEROS TO WRK-PCT-DESCONTO.
           IF WRK-FIL-BRUTO GREATER ZEROS
             COMPUTE WRK-PCT-DESCONTO ROUNDED =
                 WRK-FIL-DESCONTO * 100 / WRK-FIL-BRUTO
           END-IF.
           MOVE WRK-PCT-DESCONTO TO WRK-LT-PCT.
           MOVE WRK-LINHA-TOT TO REG-RELDESC.
           WRITE REG-RELDESC.
           MOVE SPACES TO REG-RELDESC.
           WRITE REG-RELDESC.
           ADD WRK-FIL-NOTAS    TO WRK-TOT-NOTAS.
           ADD WRK-FIL-BRUTO    TO WRK-TOT-BRUTO.
           ADD WRK-FIL-DESCONTO TO WRK-TOT-DESCONTO.

           COPY "CAMMOVP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "TOTAL GERAL............." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-NOTAS    TO WRK-LT-NOTAS.
               MOVE WRK-TOT-BRUTO    TO WRK-LT-BRUTO.
               MOVE WRK-TOT-DESCONTO TO WRK-LT-DESCONTO.
               MOVE ZEROS TO WRK-PCT-DESCONTO.
               IF WRK-TOT-BRUTO GREATER ZEROS
                 COMPUTE WRK-PCT-DESCONTO ROUNDED =
                     WRK-TOT-DESCONTO * 100 / WRK-TOT-BRUTO
               END-IF.
               MOVE WRK-PCT-DESCONTO TO WRK-LT-PCT.
               MOVE WRK-LINHA-TOT TO REG-RELDESC.
               WRITE REG-RELDESC.
               CLOSE RELDESC.
               DISPLAY "MOVIMENTOS LIDOS.........: " WRK-QTD-LIDOS.
               DISPLAY "NOTAS COM DESCONTO NO MES: " WRK-TOT-NOTAS.
               DISPLAY "DESCONTO CONCEDIDO.......: " WRK-TOT-DESCONTO.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELDESC.

               MOVE "PROGRAMA79"     TO LOG-JOB.
               MOVE "S"              TO LOG-STATUS.
               MOVE WRK-TOT-NOTAS    TO LOG-QTD.
               MOVE WRK-QTD-LIDOS    TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-DESCONTO TO LOG-HASH.
               MOVE "DESCONTOS DO MES POR FILIAL E OPERADOR"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
