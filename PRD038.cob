       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD038.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: REMESSA DE PAGAMENTO A FORNECEDORES - SELECIONA
      *==            AS DUPLICATAS EM ABERTO DO CONTAS A PAGAR COM
      *==            VENCIMENTO ATE A DATA INFORMADA E GERA A REMESSA
      *==            PENDENTE (PAGPEND.DAT) NO LAYOUT DO BANCO, COM O
      *==            BANCO, A AGENCIA E A CONTA DO CADASTRO DE
      *==            FORNECEDORES E O SALDO DEVEDOR: HEADER COM A DATA,
      *==            UM DETALHE POR DUPLICATA E TRAILER COM QUANTIDADE
      *==            E SOMATORIO, NOS MOLDES DA REMESSA DE COBRANCA DO
      *==            PROGRAMA48. FORNECEDOR SEM DADOS BANCARIOS FICA
      *==            FORA E SAI NO CONSOLE. A REMESSA SO VAI AO BANCO
      *==            DEPOIS DA APROVACAO DO SUPERVISOR NO PRD039; O
      *==            RETORNO E BAIXADO PELO PRD040. REGISTRA A
      *==            EXECUCAO NO BATCHLOG COM O TOTAL EM LOG-HASH.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAPAG ASSIGN TO WRK-CAMINHO-CONTAPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAPAG.

           SELECT FORNECEDORES ASSIGN TO WRK-CAMINHO-FORNECED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-ID
               FILE STATUS IS FS-FORNECEDORES.

           SELECT PAGPEND ASSIGN TO WRK-CAMINHO-PAGPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGPEND.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAPAG.
           COPY "CONTAPAG.cpy".
       FD  FORNECEDORES.
           COPY "FORNECED.cpy".
       FD  PAGPEND.
       01  REG-PAGPEND     PIC X(60).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMCAP.cpy".
           COPY "CAMFOR.cpy".
           COPY "CAMLOG.cpy".
       77  FS-CONTAPAG     PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-PAGPEND      PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-PAGPEND PIC X(100) VALUE
           "C:/COBOL/DADOS/PAGPEND.DAT.txt".

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.

      *--- LAYOUT DO BANCO (HEADER/DETALHE/TRAILER) ---
       01  WRK-REM-HEADER.
           05 FILLER           PIC X(01) VALUE "0".
           05 WRK-RH-DATA      PIC 9(08).
           05 FILLER           PIC X(17) VALUE "REMESSA PAGAMENTO".
           05 WRK-RH-LIMITE    PIC 9(08).
           05 FILLER           PIC X(26) VALUE SPACES.
       01  WRK-REM-DETALHE.
           05 FILLER           PIC X(01) VALUE "1".
           05 WRK-RD-FORNECEDOR PIC 9(04).
           05 WRK-RD-DOCUMENTO PIC X(10).
           05 WRK-RD-VENCTO    PIC 9(08).
           05 WRK-RD-BANCO     PIC 9(03).
           05 WRK-RD-AGENCIA   PIC 9(04).
           05 WRK-RD-CONTA     PIC X(10).
           05 WRK-RD-VALOR     PIC 9(10)V99.
           05 FILLER           PIC X(08) VALUE SPACES.
       01  WRK-REM-TRAILER.
           05 FILLER           PIC X(01) VALUE "9".
           05 WRK-RT-QTD       PIC 9(06).
           05 WRK-RT-TOTAL     PIC 9(12)V99.
           05 FILLER           PIC X(39) VALUE SPACES.

       77  WRK-SALDO           PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SALDO-EDI       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-ACUM-DUPLICATAS PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-SEM-BANCO  PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-REMESSA   PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-EDI       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "PAGAR DUPLICATAS COM VENCIMENTO ATE (AAAAMMDD, "
                   "0 = HOJE) "
             ACCEPT WRK-DATA-LIMITE.
           IF WRK-DATA-LIMITE EQUAL ZEROS
             ACCEPT WRK-DATA-LIMITE FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
           OPEN INPUT CONTAPAG.
           IF FS-CONTAPAG NOT EQUAL 0
             DISPLAY "CONTAS A PAGAR NAO FOI ABERTO - STATUS "
                     FS-CONTAPAG
             GOBACK
           END-IF.

           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 0
             DISPLAY "CADASTRO DE FORNECEDORES NAO FOI ABERTO - "
                     "STATUS " FS-FORNECEDORES
             CLOSE CONTAPAG
             GOBACK
           END-IF.

           CALL "CONFIG" USING
               "PAGPEND_DAT         " WRK-CAMINHO-PAGPEND.
           OPEN OUTPUT PAGPEND.
           IF FS-PAGPEND NOT EQUAL 0
             DISPLAY "REMESSA PENDENTE NAO FOI ABERTA - STATUS "
                     FS-PAGPEND
             CLOSE CONTAPAG
             CLOSE FORNECEDORES
             GOBACK
           END-IF.

           ACCEPT WRK-RH-DATA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-LIMITE TO WRK-RH-LIMITE.
           MOVE WRK-REM-HEADER TO REG-PAGPEND.
           WRITE REG-PAGPEND.

       0200-PROCESSAR                  SECTION.
           READ CONTAPAG NEXT RECORD.
           PERFORM UNTIL FS-CONTAPAG NOT EQUAL 00
             IF CAP-ABERTA
                AND CAP-VENCIMENTO IS LESS THAN OR EQUAL TO
                    WRK-DATA-LIMITE
               COMPUTE WRK-SALDO = CAP-VALOR - CAP-VALOR-PAGO
               IF WRK-SALDO GREATER ZEROS
                 PERFORM 0210-REMETER-DUPLICATA
               END-IF
             END-IF
             READ CONTAPAG NEXT RECORD
           END-PERFORM.
           CLOSE CONTAPAG.
           CLOSE FORNECEDORES.

           MOVE WRK-ACUM-DUPLICATAS TO WRK-RT-QTD.
           MOVE WRK-TOTAL-REMESSA   TO WRK-RT-TOTAL.
           MOVE WRK-REM-TRAILER TO REG-PAGPEND.
           WRITE REG-PAGPEND.
           CLOSE PAGPEND.

           MOVE WRK-TOTAL-REMESSA TO WRK-TOTAL-EDI.
           DISPLAY "DUPLICATAS NA REMESSA...: " WRK-ACUM-DUPLICATAS.
           DISPLAY "TOTAL DA REMESSA........: " WRK-TOTAL-EDI.
           DISPLAY "FORA POR FALTA DE CONTA.: " WRK-ACUM-SEM-BANCO.
           DISPLAY "REMESSA PENDENTE GRAVADA EM " WRK-CAMINHO-PAGPEND.
           DISPLAY "A REMESSA SO VAI AO BANCO APOS APROVACAO NO PRD039".

      *--- O FORNECEDOR PRECISA TER CONTA CADASTRADA PARA O CREDITO ---
       0210-REMETER-DUPLICATA          SECTION.
           MOVE CAP-FORNECEDOR TO FOR-ID.
           READ FORNECEDORES KEY IS FOR-ID
             INVALID KEY
               MOVE ZEROS TO FOR-BANCO
           END-READ.
           MOVE WRK-SALDO TO WRK-SALDO-EDI.
           IF FOR-BANCO EQUAL ZEROS OR FOR-BANCO IS NOT NUMERIC
             ADD 1 TO WRK-ACUM-SEM-BANCO
             DISPLAY "SEM DADOS BANCARIOS - FORNECEDOR "
                     CAP-FORNECEDOR " DOC " CAP-DOCUMENTO " "
                     WRK-SALDO-EDI
             GO TO 0210-REMETER-SAIDA
           END-IF.
           MOVE CAP-FORNECEDOR TO WRK-RD-FORNECEDOR.
           MOVE CAP-DOCUMENTO  TO WRK-RD-DOCUMENTO.
           MOVE CAP-VENCIMENTO TO WRK-RD-VENCTO.
           MOVE FOR-BANCO      TO WRK-RD-BANCO.
           MOVE FOR-AGENCIA    TO WRK-RD-AGENCIA.
           MOVE FOR-CONTA      TO WRK-RD-CONTA.
           MOVE WRK-SALDO      TO WRK-RD-VALOR.
           MOVE WRK-REM-DETALHE TO REG-PAGPEND.
           WRITE REG-PAGPEND.
           ADD 1         TO WRK-ACUM-DUPLICATAS.
           ADD WRK-SALDO TO WRK-TOTAL-REMESSA.
           DISPLAY CAP-FORNECEDOR " " FOR-NOME " DOC " CAP-DOCUMENTO
                   " VENC " CAP-VENCIMENTO " " WRK-SALDO-EDI.
       0210-REMETER-SAIDA.
           EXIT.

           COPY "CAMCAPP.cpy".
           COPY "CAMFORP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PRD038"            TO LOG-JOB.
               MOVE "S"                 TO LOG-STATUS.
               MOVE WRK-ACUM-DUPLICATAS TO LOG-QTD.
               MOVE WRK-TOTAL-REMESSA   TO LOG-HASH.
               MOVE "REMESSA PENDENTE DE PAGAMENTOS" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
