      *==            ENTAO A BAIXA CARREGA TUDO EM MEMORIA E REGRAVA
      *==            O ARQUIVO COMPLETO. REGISTRA A EXECUCAO NO
      *==            BATCHLOG.
      *==  15/10/2026 - JV - O PAGAMENTO REGISTRADO E GRAVADO COMO
      *==            DEBITO ESPERADO NO DIARIO DE MOVIMENTOS BANCARIOS
      *==            (MOVBANCO.DAT), NA CONTA DE USO P DO CADASTRO
      *==            CONTABAN.DAT, PARA A CONCILIACAO DO PROGRAMA68.
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAPAG.

           SELECT CONTABAN ASSIGN TO WRK-CAMINHO-CONTABAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABAN.

           SELECT MOVBANCO ASSIGN TO WRK-CAMINHO-MOVBANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVBANCO.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
       FILE SECTION.
       FD  CONTAPAG.
           COPY "CONTAPAG.cpy".
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
       77  FS-CONTAPAG     PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  FS-CONTABAN     PIC 9(02) VALUE ZEROS.
       77  FS-MOVBANCO     PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.

      *------------ DUPLICATAS CARREGADAS EM MEMORIA --------------------
       01  WRK-TAB-DUPLICATAS.
           05 WRK-DUP-REG OCCURS 500 TIMES PIC X(77).
       77  WRK-QTD-DUPLICATAS PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DUPLICATAS PIC 9(03) VALUE 500.
       77  WRK-SW-CARGA       PIC X(01) VALUE "N".
                 UNTIL WRK-IND-DUPLICATA GREATER WRK-QTD-DUPLICATAS
               CLOSE CONTAPAG
               DISPLAY "CONTAS A PAGAR ATUALIZADO COM SUCESSO"
               PERFORM 0230-REGISTRAR-PAGAMENTO
             END-IF.
       0220-REGRAVAR-SAIDA.
             EXIT.
             WRITE REG-CONTAPAG.
             ADD 1 TO WRK-IND-DUPLICATA.

      *--- O PAGAMENTO VIRA DEBITO ESPERADO NA CONTA DE PAGAMENTOS ---
       0230-REGISTRAR-PAGAMENTO        SECTION.
             MOVE 'P' TO WRK-USO-CONTA.
             PERFORM 0173-OBTER-CONTA-BANCO.
             MOVE WRK-CONTA-BANCO TO MBC-CONTA.
             ACCEPT MBC-DATA FROM DATE YYYYMMDD.
             MOVE 'D'             TO MBC-TIPO.
             MOVE "PRD010"        TO MBC-ORIGEM.
             MOVE SPACES          TO MBC-DOCUMENTO.
             STRING WRK-FORNECEDOR "/" WRK-DOCUMENTO
               DELIMITED BY SIZE INTO MBC-DOCUMENTO.
             MOVE WRK-VALOR-PAGO  TO MBC-VALOR.
             PERFORM 0175-REGISTRAR-MOVBANCO.

           COPY "CAMCAPP.cpy".
           COPY "CAMCTBP.cpy".
           COPY "CAMMBCP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PRD010"      TO LOG-JOB.
               MOVE "S"           TO LOG-STATUS.
