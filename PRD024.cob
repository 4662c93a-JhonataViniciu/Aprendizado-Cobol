      *==            CUSTO). PRODUTO SEM CUSTO MEDIO APURADO FICA
      *==            FORA DA CONTA. SAIDA DATADA PELO RELGER E
      *==            EXECUCAO NO BATCHLOG.
      *==  15/10/2026 - JV - ABAIXO DE CADA PRODUTO SAEM AS FAIXAS DE
      *==            PRECO POR QUANTIDADE VIGENTES HOJE (FAIXAPRC.DAT,
      *==            PRD032) COM A MARGEM DE CADA FAIXA E O MESMO
      *==            ALERTA DE CUSTO/PISO DO PRECO DE TABELA.
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELMARGEM.

           SELECT FAIXAPRC ASSIGN TO WRK-CAMINHO-FAIXAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAIXAPRC.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
       FD  RELMARGEM.
       01  REG-RELMARGEM       PIC X(100).

       FD  FAIXAPRC.
           COPY "FAIXAPRC.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

           COPY "CAMPROD.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "CAMFXP.cpy".
           COPY "DATAMES.cpy".
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-FAIXAPRC     PIC 9(02) VALUE ZEROS.
       77  FS-RELMARGEM    PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELMARGEM PIC X(100) VALUE SPACES.
       77  WRK-FIM-ORDMRG  PIC X(01) VALUE "N".
       77  WRK-ACUM-LINHAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-ABAIXO PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-FAIXAS PIC 9(05) VALUE ZEROS.

      *--- FAIXAS DE PRECO VIGENTES HOJE ---
       01  WRK-TAB-FAIXAS.
           05 WRK-FAIXA-ITEM   OCCURS 200 TIMES.
              10 WRK-FXP-CODIGO   PIC 9(05).
              10 WRK-FXP-QTD-MIN  PIC 9(03).
              10 WRK-FXP-VALOR    PIC 9(05)V99.
       77  WRK-QTD-FAIXAS  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-FAIXAS  PIC 9(03) VALUE 200.
       77  WRK-IND-FAIXA   PIC 9(03) VALUE ZEROS.

       01  WRK-LINHA-MRG.
           05 WRK-LM-CODIGO    PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LM-ALERTA    PIC X(16).

       01  WRK-LINHA-FXP.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "ATACADO A PARTIR DE ".
           05 WRK-LF-QTD-MIN   PIC ZZ9.
           05 FILLER           PIC X(09) VALUE " UN".
           05 WRK-LF-VALOR     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(13) VALUE SPACES.
           05 WRK-LF-MARGEM    PIC -ZZ9,99.
           05 FILLER           PIC X(01) VALUE "%".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LF-ALERTA    PIC X(16).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           DISPLAY "PISO DE MARGEM (%, 0 = SO LISTAR) "
             ACCEPT WRK-PISO.
           PERFORM 0110-CARREGAR-FAIXAS.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS.
           MOVE SPACES TO REG-RELMARGEM.
           WRITE REG-RELMARGEM.

      *--- SO AS FAIXAS VIGENTES NA DATA DO RELATORIO ---
       0110-CARREGAR-FAIXAS            SECTION.
           PERFORM 0185-OBTER-CAMINHO-FAIXAPRC.
           OPEN INPUT FAIXAPRC.
           IF FS-FAIXAPRC NOT EQUAL 0
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ FAIXAPRC NEXT RECORD.
           PERFORM UNTIL FS-FAIXAPRC NOT EQUAL 00
             IF WRK-QTD-FAIXAS LESS WRK-MAX-FAIXAS
                AND DTM-AAAAMMDD IS GREATER THAN OR EQUAL TO
                    FXP-DATA-INI
                AND DTM-AAAAMMDD IS LESS THAN OR EQUAL TO
                    FXP-DATA-FIM
               ADD 1 TO WRK-QTD-FAIXAS
               MOVE FXP-CODIGO  TO WRK-FXP-CODIGO(WRK-QTD-FAIXAS)
               MOVE FXP-QTD-MIN TO WRK-FXP-QTD-MIN(WRK-QTD-FAIXAS)
               MOVE FXP-VALOR   TO WRK-FXP-VALOR(WRK-QTD-FAIXAS)
             END-IF
             READ FAIXAPRC NEXT RECORD
           END-PERFORM.
           CLOSE FAIXAPRC.
       0110-CARREGAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           SORT WRK-ORDMRG ON ASCENDING KEY ORD-MARGEM
             INPUT PROCEDURE 0210-FORNECER-PRODUTOS
           CLOSE PRODUTOS.
           DISPLAY "PRODUTOS LISTADOS......: " WRK-ACUM-LINHAS.
           DISPLAY "ABAIXO DO PISO/CUSTO...: " WRK-ACUM-ABAIXO.
           DISPLAY "FAIXAS DE ATACADO......: " WRK-ACUM-FAIXAS.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELMARGEM.

      *--- MARGEM SOBRE O PRECO: (PRECO - CUSTO) / PRECO ---
           MOVE WRK-LINHA-MRG TO REG-RELMARGEM.
           WRITE REG-RELMARGEM.
           ADD 1 TO WRK-ACUM-LINHAS.
           MOVE 1 TO WRK-IND-FAIXA.
           PERFORM 0250-GRAVAR-FAIXA
             UNTIL WRK-IND-FAIXA GREATER WRK-QTD-FAIXAS.

      *--- MARGEM DA FAIXA PELA MESMA CONTA DO PRECO DE TABELA ---
       0250-GRAVAR-FAIXA               SECTION.
           IF WRK-FXP-CODIGO(WRK-IND-FAIXA) NOT EQUAL ORD-CODIGO
              OR WRK-FXP-VALOR(WRK-IND-FAIXA) EQUAL ZEROS
             GO TO 0250-GRAVAR-SAIDA
           END-IF.
           COMPUTE WRK-MARGEM ROUNDED =
               (WRK-FXP-VALOR(WRK-IND-FAIXA) - ORD-CUSTO) * 100
               / WRK-FXP-VALOR(WRK-IND-FAIXA).
           MOVE WRK-FXP-QTD-MIN(WRK-IND-FAIXA) TO WRK-LF-QTD-MIN.
           MOVE WRK-FXP-VALOR(WRK-IND-FAIXA)   TO WRK-LF-VALOR.
           MOVE WRK-MARGEM                     TO WRK-LF-MARGEM.
           MOVE SPACES TO WRK-LF-ALERTA.
           IF WRK-MARGEM IS LESS THAN ZEROS
             MOVE "** SOB O CUSTO" TO WRK-LF-ALERTA
           ELSE
             IF WRK-PISO GREATER ZEROS
                AND WRK-MARGEM LESS WRK-PISO
               MOVE "** SOB O PISO " TO WRK-LF-ALERTA
             END-IF
           END-IF.
           MOVE WRK-LINHA-FXP TO REG-RELMARGEM.
           WRITE REG-RELMARGEM.
           ADD 1 TO WRK-ACUM-FAIXAS.
       0250-GRAVAR-SAIDA.
           ADD 1 TO WRK-IND-FAIXA.

           COPY "CAMPRODP.cpy".
           COPY "CAMFXPP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PRD024"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
