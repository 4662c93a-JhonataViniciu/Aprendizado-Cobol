      *==           TOTAL REMETIDO EM LOG-HASH.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - FATURA UNICA DA FAMILIA (FATFAM.DAT,
      *==            ALU022): AS MENSALIDADES AGRUPADAS NUMA FATURA
      *==            NAO SAEM MAIS UMA A UMA - SAI UM DETALHE NA
      *==            CARTEIRA F POR FATURA, COM O ID DO RESPONSAVEL E
      *==            O SALDO SOMADO DOS FILHOS.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT FATFAM ASSIGN TO WRK-CAMINHO-FATFAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAF-CHAVE
               FILE STATUS IS FS-FATFAM.

           SELECT COBREM ASSIGN TO WRK-CAMINHO-COBREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COBREM.
       FD  MENSALIDADES.
           COPY "MENSALID.cpy".

       FD  FATFAM.
           COPY "FATFAM.cpy".

       FD  COBREM.
       01  REG-COBREM                 PIC X(60).

       WORKING-STORAGE               SECTION.
           COPY "CAMCRC.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMFAF.cpy".
           COPY "CAMLOG.cpy".
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-MENSALIDADES     PIC 9(02)    VALUE ZEROS.
       77  FS-FATFAM           PIC 9(02)    VALUE ZEROS.
       77  FS-COBREM           PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-COBREM  PIC X(100)   VALUE
       77  WRK-ACUM-TITULOS    PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-REMESSA   PIC 9(12)V99 VALUE ZEROS.

      *--- FATURAS DE FAMILIA (CARTEIRA F) SOMADAS DOS FILHOS ---
       01  WRK-TAB-FATURAS.
           05 WRK-FTA-ITEM OCCURS 500 TIMES.
              10 WRK-FTA-COMPET   PIC 9(06).
              10 WRK-FTA-RESP     PIC 9(04).
              10 WRK-FTA-SALDO    PIC 9(08)V99.
       77  WRK-QTD-FATURAS     PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-FATURAS     PIC 9(03)    VALUE 500.
       77  WRK-IND-FATURA      PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-SOMADA       PIC X(01)    VALUE "N".
           88 SOMADA-NA-FATURA              VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
                     FS-MENSALIDADES " - CARTEIRA M FORA DA REMESSA"
             GO TO 0220-REMETER-SAIDA
           END-IF.
           PERFORM 0111-OBTER-CAMINHO-FATFAM.
           OPEN INPUT FATFAM.
           IF FS-FATFAM EQUAL 0
             SET FATFAM-ABERTO TO TRUE
           END-IF.
           READ MENSALIDADES NEXT RECORD.
           PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
             IF MEN-ABERTA
               COMPUTE WRK-SALDO = MEN-VALOR - MEN-VALOR-PAGO
               MOVE "N" TO WRK-SW-SOMADA
               IF WRK-SALDO GREATER ZEROS
                 PERFORM 0112-MENSALIDADE-NA-FATURA
                 IF MENSALIDADE-NA-FATURA
                   PERFORM 0225-SOMAR-NA-FATURA
                 END-IF
               END-IF
               IF WRK-SALDO GREATER ZEROS
                  AND NOT SOMADA-NA-FATURA
                 MOVE "M"             TO WRK-RD-CARTEIRA
                 MOVE MEN-ALU-ID      TO WRK-RD-ID
                 MOVE SPACES          TO WRK-RD-NOTA
             READ MENSALIDADES NEXT RECORD
           END-PERFORM.
           CLOSE MENSALIDADES.
           IF FATFAM-ABERTO
             CLOSE FATFAM
           END-IF.
           PERFORM 0230-REMETER-FATURAS.
       0220-REMETER-SAIDA.
           EXIT.

      *--- O SALDO DO FILHO ENTRA NA FATURA DA FAMILIA ---
       0225-SOMAR-NA-FATURA            SECTION.
           MOVE 1 TO WRK-IND-FATURA.
           PERFORM UNTIL WRK-IND-FATURA GREATER WRK-QTD-FATURAS
                      OR SOMADA-NA-FATURA
             IF WRK-FTA-COMPET(WRK-IND-FATURA) EQUAL MEN-COMPETENCIA
                AND WRK-FTA-RESP(WRK-IND-FATURA) EQUAL MEN-RESP-ID
               SET SOMADA-NA-FATURA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-FATURA
             END-IF
           END-PERFORM.
           IF NOT SOMADA-NA-FATURA
             IF WRK-QTD-FATURAS NOT LESS WRK-MAX-FATURAS
               DISPLAY "TABELA DE FATURAS DE FAMILIA CHEIA - ALUNO "
                       MEN-ALU-ID " SAI NA CARTEIRA M"
               GO TO 0225-SOMAR-SAIDA
             END-IF
             ADD 1 TO WRK-QTD-FATURAS
             MOVE WRK-QTD-FATURAS TO WRK-IND-FATURA
             MOVE MEN-COMPETENCIA TO WRK-FTA-COMPET(WRK-IND-FATURA)
             MOVE MEN-RESP-ID     TO WRK-FTA-RESP(WRK-IND-FATURA)
             MOVE ZEROS           TO WRK-FTA-SALDO(WRK-IND-FATURA)
             SET SOMADA-NA-FATURA TO TRUE
           END-IF.
           ADD WRK-SALDO TO WRK-FTA-SALDO(WRK-IND-FATURA).
       0225-SOMAR-SAIDA.
           EXIT.

      *--- UM BOLETO POR FATURA DE FAMILIA (CARTEIRA F) ---
       0230-REMETER-FATURAS            SECTION.
           MOVE 1 TO WRK-IND-FATURA.
           PERFORM UNTIL WRK-IND-FATURA GREATER WRK-QTD-FATURAS
             MOVE "F"    TO WRK-RD-CARTEIRA
             MOVE WRK-FTA-RESP(WRK-IND-FATURA)   TO WRK-RD-ID
             MOVE SPACES TO WRK-RD-NOTA
             MOVE ZEROS  TO WRK-RD-PARCELA
             MOVE WRK-FTA-COMPET(WRK-IND-FATURA) TO WRK-RD-COMPET
             MOVE ZEROS  TO WRK-RD-VENCTO
             MOVE WRK-FTA-SALDO(WRK-IND-FATURA)  TO WRK-RD-VALOR
             MOVE WRK-REM-DETALHE TO REG-COBREM
             WRITE REG-COBREM
             ADD 1 TO WRK-ACUM-TITULOS
             ADD WRK-FTA-SALDO(WRK-IND-FATURA) TO WRK-TOTAL-REMESSA
             ADD 1 TO WRK-IND-FATURA
           END-PERFORM.
           IF WRK-QTD-FATURAS GREATER ZEROS
             DISPLAY "FATURAS DE FAMILIA REMETIDAS: " WRK-QTD-FATURAS
           END-IF.
       0230-REMETER-SAIDA.
           EXIT.

           COPY "CAMCRCP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMFAFP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA48" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
