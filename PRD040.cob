       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD040.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: RETORNO DA REMESSA DE PAGAMENTO A FORNECEDORES -
      *==            LE O ARQUIVO DEVOLVIDO PELO BANCO (PAGRET.DAT, UM
      *==            DETALHE POR DUPLICATA DA REMESSA APROVADA NO
      *==            PRD039 COM O VALOR PAGO, A DATA E A OCORRENCIA) E
      *==            FAZ A BAIXA AUTOMATICA NO CONTAS A PAGAR NOS
      *==            MOLDES DO PRD010, QUITANDO QUANDO O PAGO ALCANCA O
      *==            DEVIDO. OCORRENCIA DIFERENTE DE 00 (PAGAMENTO
      *==            RECUSADO PELO BANCO), DUPLICATA NAO LOCALIZADA OU
      *==            JA QUITADA SAEM NA LISTAGEM DE REJEITADOS
      *==            (REJPAG.DAT) PARA ACERTO MANUAL. O TOTAL PAGO DE
      *==            CADA DATA VIRA DEBITO ESPERADO NO MOVBANCO.DAT,
      *==            NA CONTA DE USO P, PARA A CONCILIACAO DO
      *==            PROGRAMA68. OS TOTAIS (LIDOS = BAIXADOS +
      *==            REJEITADOS) VAO PARA O BATCHLOG.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGRET ASSIGN TO WRK-CAMINHO-PAGRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGRET.

           SELECT CONTAPAG ASSIGN TO WRK-CAMINHO-CONTAPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAPAG.

           SELECT REJPAG ASSIGN TO WRK-CAMINHO-REJPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJPAG.

           SELECT CONTABAN ASSIGN TO WRK-CAMINHO-CONTABAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABAN.

           SELECT MOVBANCO ASSIGN TO WRK-CAMINHO-MOVBANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVBANCO.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGRET.
       01  REG-PAGRET.
           05 PRT-TIPO-REG     PIC X(01).
           05 PRT-FORNECEDOR   PIC 9(04).
           05 PRT-DOCUMENTO    PIC X(10).
           05 PRT-VALOR-PAGO   PIC 9(10)V99.
           05 PRT-DATA-PAGTO   PIC 9(08).
           05 PRT-OCORRENCIA   PIC X(02).
               88 PRT-PAGO            VALUE "00".
           05 PRT-MOTIVO       PIC X(23).
       FD  CONTAPAG.
           COPY "CONTAPAG.cpy".
       FD  REJPAG.
       01  REG-REJPAG      PIC X(80).
       FD  CONTABAN.
           COPY "CONTABAN.cpy".
       FD  MOVBANCO.
           COPY "MOVBANCO.cpy".
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMCAP.cpy".
           COPY "CAMLOG.cpy".
           COPY "CAMCTB.cpy".
           COPY "CAMMBC.cpy".
       77  FS-PAGRET       PIC 9(02) VALUE ZEROS.
       77  FS-CONTAPAG     PIC 9(02) VALUE ZEROS.
       77  FS-REJPAG       PIC 9(02) VALUE ZEROS.
       77  FS-CONTABAN     PIC 9(02) VALUE ZEROS.
       77  FS-MOVBANCO     PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-PAGRET PIC X(100) VALUE
           "C:/COBOL/DADOS/PAGRET.DAT.txt".
       77  WRK-CAMINHO-REJPAG PIC X(100) VALUE
           "C:/COBOL/DADOS/REJPAG.DAT.txt".

      *------------ DUPLICATAS CARREGADAS EM MEMORIA -----------------
       01  WRK-TAB-DUPLICATAS.
           05 WRK-DUP-REG OCCURS 500 TIMES PIC X(77).
       77  WRK-QTD-DUPLICATAS PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DUPLICATAS PIC 9(03) VALUE 500.
       77  WRK-SW-CARGA       PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU        VALUE "S".
       77  WRK-IND-DUPLICATA  PIC 9(03) VALUE ZEROS.
       77  WRK-SW-DUPLICATA   PIC X(01) VALUE "N".
           88 DUPLICATA-ACHADA         VALUE "S".
       77  WRK-SW-REGRAVOU    PIC X(01) VALUE "N".
           88 CONTAPAG-REGRAVADO       VALUE "S".

      *--- DEBITO DOS PAGAMENTOS POR DATA (MOVBANCO) ---
       01  WRK-TAB-DEBITOS.
           05 WRK-DEB-ITEM OCCURS 31 TIMES.
              10 WRK-DEB-DATA     PIC 9(08).
              10 WRK-DEB-VALOR    PIC 9(10)V99.
       77  WRK-QTD-DEBITOS    PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-DEBITOS    PIC 9(02) VALUE 31.
       77  WRK-IND-DEBITO     PIC 9(02) VALUE ZEROS.

       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-BAIXADOS   PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-QUITADOS   PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-REJEITADOS PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-BAIXADO   PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-EDI       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-REJ.
           05 WRK-RJ-FORNECEDOR PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-RJ-DOCUMENTO  PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-RJ-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-RJ-MOTIVO     PIC X(45).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           CALL "CONFIG" USING
               "PAGRET_DAT          " WRK-CAMINHO-PAGRET.
           CALL "CONFIG" USING
               "REJPAG_DAT          " WRK-CAMINHO-REJPAG.

           PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
           OPEN INPUT CONTAPAG.
           IF FS-CONTAPAG NOT EQUAL 0
             DISPLAY "CONTAS A PAGAR NAO FOI ABERTO - STATUS "
                     FS-CONTAPAG
             GOBACK
           END-IF.
           READ CONTAPAG NEXT RECORD.
           PERFORM UNTIL FS-CONTAPAG NOT EQUAL 00
             IF WRK-QTD-DUPLICATAS LESS WRK-MAX-DUPLICATAS
               ADD 1 TO WRK-QTD-DUPLICATAS
               MOVE REG-CONTAPAG
                 TO WRK-DUP-REG(WRK-QTD-DUPLICATAS)
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ CONTAPAG NEXT RECORD
           END-PERFORM.
           CLOSE CONTAPAG.
           IF CARGA-TRANSBORDOU
             DISPLAY "TABELA DE DUPLICATAS CHEIA (MAX "
                     WRK-MAX-DUPLICATAS ") - RETORNO NAO PROCESSADO "
                     "PARA NAO PERDER REGISTROS"
             GOBACK
           END-IF.

           OPEN INPUT PAGRET.
           IF FS-PAGRET NOT EQUAL 0
             DISPLAY "RETORNO DO BANCO NAO FOI ABERTO - STATUS "
                     FS-PAGRET
             GOBACK
           END-IF.

           OPEN OUTPUT REJPAG.
           IF FS-REJPAG NOT EQUAL 0
             DISPLAY "LISTAGEM DE REJEITADOS NAO FOI ABERTA - "
                     "STATUS " FS-REJPAG
             CLOSE PAGRET
             GOBACK
           END-IF.
           MOVE "PAGAMENTOS A FORNECEDORES NAO BAIXADOS" TO REG-REJPAG.
           WRITE REG-REJPAG.
           MOVE "FORN DOCUMENTO           VALOR PAGO MOTIVO"
             TO REG-REJPAG.
           WRITE REG-REJPAG.

       0200-PROCESSAR                  SECTION.
           READ PAGRET NEXT RECORD.
           PERFORM UNTIL FS-PAGRET NOT EQUAL 00
             IF PRT-TIPO-REG EQUAL "1"
               ADD 1 TO WRK-ACUM-LIDOS
               PERFORM 0210-BAIXAR-DUPLICATA
             END-IF
             READ PAGRET NEXT RECORD
           END-PERFORM.
           CLOSE PAGRET.
           CLOSE REJPAG.

           IF WRK-ACUM-BAIXADOS GREATER ZEROS
             PERFORM 0230-REGRAVAR-ARQUIVO
           END-IF.
           IF CONTAPAG-REGRAVADO
             PERFORM 0250-REGISTRAR-DEBITOS
           END-IF.

           MOVE WRK-TOTAL-BAIXADO TO WRK-TOTAL-EDI.
           DISPLAY "PAGAMENTOS LIDOS.....: " WRK-ACUM-LIDOS.
           DISPLAY "DUPLICATAS BAIXADAS..: " WRK-ACUM-BAIXADOS.
           DISPLAY "  DAS QUAIS QUITADAS.: " WRK-ACUM-QUITADOS.
           DISPLAY "REJEITADOS...........: " WRK-ACUM-REJEITADOS.
           DISPLAY "TOTAL BAIXADO........: " WRK-TOTAL-EDI.
           IF WRK-ACUM-REJEITADOS GREATER ZEROS
             DISPLAY "REJEITADOS LISTADOS EM " WRK-CAMINHO-REJPAG
           END-IF.

      *--- PAGAMENTO CONFIRMADO BAIXA A DUPLICATA EM ABERTO ---
       0210-BAIXAR-DUPLICATA           SECTION.
           MOVE PRT-FORNECEDOR TO WRK-RJ-FORNECEDOR.
           MOVE PRT-DOCUMENTO  TO WRK-RJ-DOCUMENTO.
           MOVE PRT-VALOR-PAGO TO WRK-RJ-VALOR.
           IF NOT PRT-PAGO
             MOVE SPACES TO WRK-RJ-MOTIVO
             STRING "RECUSADO PELO BANCO " PRT-OCORRENCIA " "
                    PRT-MOTIVO DELIMITED BY SIZE INTO WRK-RJ-MOTIVO
             END-STRING
             PERFORM 0220-REJEITAR
             GO TO 0210-BAIXAR-SAIDA
           END-IF.

           MOVE 1   TO WRK-IND-DUPLICATA.
           MOVE "N" TO WRK-SW-DUPLICATA.
           PERFORM 0215-LOCALIZAR-ABERTA
             UNTIL WRK-IND-DUPLICATA GREATER WRK-QTD-DUPLICATAS
                OR DUPLICATA-ACHADA.
           IF NOT DUPLICATA-ACHADA
             MOVE 1 TO WRK-IND-DUPLICATA
             PERFORM 0216-LOCALIZAR-QUITADA
               UNTIL WRK-IND-DUPLICATA GREATER WRK-QTD-DUPLICATAS
                  OR DUPLICATA-ACHADA
             IF DUPLICATA-ACHADA
               MOVE "JA QUITADA - POSSIVEL PAGAMENTO EM DOBRO"
                 TO WRK-RJ-MOTIVO
             ELSE
               MOVE "DUPLICATA NAO LOCALIZADA" TO WRK-RJ-MOTIVO
             END-IF
             PERFORM 0220-REJEITAR
             GO TO 0210-BAIXAR-SAIDA
           END-IF.
           MOVE WRK-DUP-REG(WRK-IND-DUPLICATA) TO REG-CONTAPAG.

           ADD PRT-VALOR-PAGO TO CAP-VALOR-PAGO.
           IF CAP-VALOR-PAGO IS GREATER THAN OR EQUAL TO CAP-VALOR
             MOVE 'Q' TO CAP-STATUS
             ADD 1 TO WRK-ACUM-QUITADOS
           END-IF.
           MOVE REG-CONTAPAG TO WRK-DUP-REG(WRK-IND-DUPLICATA).
           ADD 1 TO WRK-ACUM-BAIXADOS.
           ADD PRT-VALOR-PAGO TO WRK-TOTAL-BAIXADO.
           PERFORM 0240-ACUMULAR-DEBITO.
       0210-BAIXAR-SAIDA.
           EXIT.

       0215-LOCALIZAR-ABERTA           SECTION.
           MOVE WRK-DUP-REG(WRK-IND-DUPLICATA) TO REG-CONTAPAG.
           IF CAP-FORNECEDOR EQUAL PRT-FORNECEDOR
              AND CAP-DOCUMENTO EQUAL PRT-DOCUMENTO
              AND CAP-ABERTA
             SET DUPLICATA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-DUPLICATA
           END-IF.

      *--- SEM DUPLICATA EM ABERTO: PAGAMENTO DE DUPLICATA QUITADA ---
       0216-LOCALIZAR-QUITADA          SECTION.
           MOVE WRK-DUP-REG(WRK-IND-DUPLICATA) TO REG-CONTAPAG.
           IF CAP-FORNECEDOR EQUAL PRT-FORNECEDOR
              AND CAP-DOCUMENTO EQUAL PRT-DOCUMENTO
             SET DUPLICATA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-DUPLICATA
           END-IF.

       0220-REJEITAR                   SECTION.
           ADD 1 TO WRK-ACUM-REJEITADOS.
           MOVE WRK-LINHA-REJ TO REG-REJPAG.
           WRITE REG-REJPAG.

       0230-REGRAVAR-ARQUIVO           SECTION.
           OPEN OUTPUT CONTAPAG.
           IF FS-CONTAPAG NOT EQUAL 0
             DISPLAY "CONTAS A PAGAR NAO FOI REGRAVADO - STATUS "
                     FS-CONTAPAG " - NENHUMA BAIXA FOI GRAVADA"
             GO TO 0230-REGRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-DUPLICATA.
           PERFORM 0235-GRAVAR-DUPLICATA
             UNTIL WRK-IND-DUPLICATA GREATER WRK-QTD-DUPLICATAS.
           CLOSE CONTAPAG.
           SET CONTAPAG-REGRAVADO TO TRUE.
           DISPLAY "CONTAS A PAGAR ATUALIZADO COM SUCESSO".
       0230-REGRAVAR-SAIDA.
           EXIT.

       0235-GRAVAR-DUPLICATA           SECTION.
           MOVE WRK-DUP-REG(WRK-IND-DUPLICATA) TO REG-CONTAPAG.
           WRITE REG-CONTAPAG.
           ADD 1 TO WRK-IND-DUPLICATA.

      *--- O BANCO DEBITA OS PAGAMENTOS POR DATA DE PAGAMENTO ---
       0240-ACUMULAR-DEBITO            SECTION.
           MOVE 1 TO WRK-IND-DEBITO.
           PERFORM UNTIL WRK-IND-DEBITO GREATER WRK-QTD-DEBITOS
              OR WRK-DEB-DATA(WRK-IND-DEBITO) EQUAL PRT-DATA-PAGTO
             ADD 1 TO WRK-IND-DEBITO
           END-PERFORM.
           IF WRK-IND-DEBITO GREATER WRK-QTD-DEBITOS
             IF WRK-QTD-DEBITOS NOT LESS WRK-MAX-DEBITOS
               MOVE WRK-QTD-DEBITOS TO WRK-IND-DEBITO
             ELSE
               ADD 1 TO WRK-QTD-DEBITOS
               MOVE WRK-QTD-DEBITOS TO WRK-IND-DEBITO
               MOVE PRT-DATA-PAGTO TO WRK-DEB-DATA(WRK-IND-DEBITO)
               MOVE ZEROS          TO WRK-DEB-VALOR(WRK-IND-DEBITO)
             END-IF
           END-IF.
           ADD PRT-VALOR-PAGO TO WRK-DEB-VALOR(WRK-IND-DEBITO).

       0250-REGISTRAR-DEBITOS          SECTION.
           MOVE 'P' TO WRK-USO-CONTA.
           PERFORM 0173-OBTER-CONTA-BANCO.
           MOVE 1 TO WRK-IND-DEBITO.
           PERFORM UNTIL WRK-IND-DEBITO GREATER WRK-QTD-DEBITOS
             MOVE WRK-CONTA-BANCO    TO MBC-CONTA
             MOVE WRK-DEB-DATA(WRK-IND-DEBITO)  TO MBC-DATA
             MOVE 'D'                TO MBC-TIPO
             MOVE "PRD040"           TO MBC-ORIGEM
             MOVE "PAGTO FORNECEDORES" TO MBC-DOCUMENTO
             MOVE WRK-DEB-VALOR(WRK-IND-DEBITO) TO MBC-VALOR
             PERFORM 0175-REGISTRAR-MOVBANCO
             ADD 1 TO WRK-IND-DEBITO
           END-PERFORM.

           COPY "CAMCAPP.cpy".
           COPY "CAMCTBP.cpy".
           COPY "CAMMBCP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PRD040"            TO LOG-JOB.
               MOVE WRK-ACUM-BAIXADOS   TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS      TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-REJEITADOS TO LOG-QTD-REJEITADOS.
               MOVE WRK-TOTAL-BAIXADO   TO LOG-HASH.
               IF WRK-ACUM-LIDOS EQUAL
                    WRK-ACUM-BAIXADOS + WRK-ACUM-REJEITADOS
                  AND (CONTAPAG-REGRAVADO
                       OR WRK-ACUM-BAIXADOS EQUAL ZEROS)
                 MOVE "S" TO LOG-STATUS
                 MOVE "S" TO LOG-BALANCE
               ELSE
                 MOVE "E" TO LOG-STATUS
                 MOVE "F" TO LOG-BALANCE
               END-IF.
               MOVE "RETORNO DE PAGAMENTOS A FORNECEDORES"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
