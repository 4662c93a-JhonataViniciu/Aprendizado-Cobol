      *==           BATCHLOG.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - MENSALIDADES AGRUPADAS NA FATURA UNICA DA
      *==            FAMILIA (FATFAM.DAT, ALU022) ENTRAM COMO UM SO
      *==            TITULO - O DA FATURA, PAGO NUM BOLETO SO - COM O
      *==            SALDO SOMADO DOS FILHOS NA FAIXA DO VENCIMENTO.
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

           SELECT CONTAPAG ASSIGN TO WRK-CAMINHO-CONTAPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAPAG.
       FD  MENSALIDADES.
           COPY "MENSALID.cpy".

       FD  FATFAM.
           COPY "FATFAM.cpy".

       FD  CONTAPAG.
           COPY "CONTAPAG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMCRC.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMFAF.cpy".
           COPY "CAMCAP.cpy".
           COPY "CAMPOL.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-MENSALIDADES     PIC 9(02)    VALUE ZEROS.
       77  FS-FATFAM           PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAPAG         PIC 9(02)    VALUE ZEROS.
       77  FS-POLJUROS         PIC 9(02)    VALUE ZEROS.
       77  FS-RELFLUXO         PIC 9(02)    VALUE ZEROS.
       77  WRK-ACUMULADO       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ACUM-TITULOS    PIC 9(05)    VALUE ZEROS.

      *--- FATURAS DE FAMILIA JA CONTADAS COMO TITULO ---
       01  WRK-TAB-FATURAS.
           05 WRK-FTA-ITEM OCCURS 500 TIMES.
              10 WRK-FTA-COMPET   PIC 9(06).
              10 WRK-FTA-RESP     PIC 9(04).
       77  WRK-QTD-FATURAS     PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-FATURAS     PIC 9(03)    VALUE 500.
       77  WRK-IND-FATURA      PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-CONTADA      PIC X(01)    VALUE "N".
           88 FATURA-CONTADA                VALUE "S".

       01  WRK-LINHA-CABEC.
           05 FILLER  PIC X(08) VALUE "FAIXA".
           05 FILLER  PIC X(15) VALUE "ENTRADAS".
           IF FS-MENSALIDADES NOT EQUAL 0
             GO TO 0230-PROJETAR-SAIDA
           END-IF.
           PERFORM 0111-OBTER-CAMINHO-FATFAM.
           OPEN INPUT FATFAM.
           IF FS-FATFAM EQUAL 0
             SET FATFAM-ABERTO TO TRUE
           END-IF.
           READ MENSALIDADES NEXT RECORD.
           PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
             IF MEN-ABERTA
                 IF WRK-IND-FAIXA GREATER ZEROS
                   ADD WRK-SALDO
                     TO WRK-FX-ENTRADA(WRK-IND-FAIXA)
                   PERFORM 0112-MENSALIDADE-NA-FATURA
                   IF MENSALIDADE-NA-FATURA
                     PERFORM 0235-CONTAR-FATURA
                   ELSE
                     ADD 1 TO WRK-ACUM-TITULOS
                   END-IF
                 END-IF
               END-IF
             END-IF
             READ MENSALIDADES NEXT RECORD
           END-PERFORM.
           CLOSE MENSALIDADES.
           IF FATFAM-ABERTO
             CLOSE FATFAM
           END-IF.
       0230-PROJETAR-SAIDA.
           EXIT.

      *--- A FATURA DA FAMILIA CONTA UMA VEZ, NO PRIMEIRO FILHO ---
       0235-CONTAR-FATURA              SECTION.
           MOVE "N" TO WRK-SW-CONTADA.
           MOVE 1   TO WRK-IND-FATURA.
           PERFORM UNTIL WRK-IND-FATURA GREATER WRK-QTD-FATURAS
                      OR FATURA-CONTADA
             IF WRK-FTA-COMPET(WRK-IND-FATURA) EQUAL MEN-COMPETENCIA
                AND WRK-FTA-RESP(WRK-IND-FATURA) EQUAL MEN-RESP-ID
               SET FATURA-CONTADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-FATURA
             END-IF
           END-PERFORM.
           IF NOT FATURA-CONTADA
             ADD 1 TO WRK-ACUM-TITULOS
             IF WRK-QTD-FATURAS LESS WRK-MAX-FATURAS
               ADD 1 TO WRK-QTD-FATURAS
               MOVE MEN-COMPETENCIA
                 TO WRK-FTA-COMPET(WRK-QTD-FATURAS)
               MOVE MEN-RESP-ID
                 TO WRK-FTA-RESP(WRK-QTD-FATURAS)
             END-IF
           END-IF.

       0240-PROJETAR-CONTAPAG          SECTION.
           PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
           OPEN INPUT CONTAPAG.

           COPY "CAMCRCP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMFAFP.cpy".
           COPY "CAMCAPP.cpy".
           COPY "CAMPOLP.cpy".
       0300-FINALIZAR                  SECTION.
