      *==           BATCHLOG.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - ACORDOS DE RENEGOCIACAO (ACORDO.DAT,
      *==           PROGRAMA80): O SALDO DAS PARCELAS RENEGOCIADAS
      *==           SAI COMO CREDITO NA DATA DO ACORDO E AS PARCELAS
      *==           NOVAS DO ACORDO ENTRAM COMO DEBITO, SEM CONTAR A
      *==           DIVIDA DUAS VEZES.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECMOV.

           SELECT ACORDO ASSIGN TO WRK-CAMINHO-ACORDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACORDO.

           SELECT EXTRATO ASSIGN TO WRK-CAMINHO-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.
       FD  RECMOV.
           COPY "RECMOV.cpy".

       FD  ACORDO.
           COPY "ACORDO.cpy".

       FD  EXTRATO.
       01  REG-EXTRATO                PIC X(80).

           COPY "CAMMOV.cpy".
           COPY "CAMCRC.cpy".
           COPY "CAMRCM.cpy".
           COPY "CAMACD.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-RECMOV           PIC 9(02)    VALUE ZEROS.
       77  FS-ACORDO           PIC 9(02)    VALUE ZEROS.
       77  FS-EXTRATO          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-EXTRATO PIC X(100)   VALUE SPACES.
           DISPLAY "EXTRATO GRAVADO EM " WRK-CAMINHO-EXTRATO.

      *--- TIPO N = NOTA (INFORMATIVA), P = PARCELA ABERTA (DEBITO), ---
      *--- R = RECEBIMENTO (CREDITO), A = SALDO RENEGOCIADO EM      ---
      *--- ACORDO (CREDITO) - O TIPO ORDENA DENTRO DO DIA           ---
       0210-FORNECER-EVENTOS           SECTION.
           PERFORM 0220-FORNECER-NOTAS.
           PERFORM 0230-FORNECER-PARCELAS.
           PERFORM 0240-FORNECER-RECEBIMENTOS.
           PERFORM 0245-FORNECER-ACORDOS.

       0220-FORNECER-NOTAS             SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
       0240-FORNECER-SAIDA.
           EXIT.

       0245-FORNECER-ACORDOS           SECTION.
           PERFORM 0190-OBTER-CAMINHO-ACORDO.
           OPEN INPUT ACORDO.
           IF FS-ACORDO NOT EQUAL 0
             GO TO 0245-FORNECER-SAIDA
           END-IF.
           READ ACORDO NEXT RECORD.
           PERFORM UNTIL FS-ACORDO NOT EQUAL 00
             IF ACD-ID-CLIENTE EQUAL WRK-ID
                AND ACD-DATA IS GREATER THAN OR EQUAL TO
                    WRK-DATA-INI
                AND ACD-DATA IS LESS THAN OR EQUAL TO WRK-DATA-FIM
               MOVE ACD-DATA TO ORD-DATA
               MOVE "A"      TO ORD-TIPO
               MOVE SPACES   TO ORD-REF
               STRING "AC " ACD-NUMERO
                 DELIMITED BY SIZE INTO ORD-REF
               END-STRING
               MOVE ACD-VALOR-ORIGINAL TO ORD-VALOR
               RELEASE WRK-REG-ORDEXT
             END-IF
             READ ACORDO NEXT RECORD
           END-PERFORM.
           CLOSE ACORDO.
       0245-FORNECER-SAIDA.
           EXIT.

       0250-CONSUMIR-EVENTOS           SECTION.
           MOVE "N"   TO WRK-FIM-ORDEXT.
           MOVE ZEROS TO WRK-SALDO-CORRENTE.
             WHEN "R"
               MOVE "PAGAMENTO........ " TO WRK-LE-HISTORICO
               SUBTRACT ORD-VALOR FROM WRK-SALDO-CORRENTE
             WHEN "A"
               MOVE "RENEGOCIADO...... " TO WRK-LE-HISTORICO
               SUBTRACT ORD-VALOR FROM WRK-SALDO-CORRENTE
           END-EVALUATE.
           MOVE ORD-REF   TO WRK-LE-REF.
           MOVE ORD-VALOR TO WRK-LE-VALOR.
           COPY "CAMMOVP.cpy".
           COPY "CAMCRCP.cpy".
           COPY "CAMRCMP.cpy".
           COPY "CAMACDP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA51" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
