       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD042.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LANCAMENTO DE DESPESAS A PAGAR QUE NAO SAO
      *==            MERCADORIA (ALUGUEL, ENERGIA, TELEFONE, NOTAS DE
      *==            SERVICO) - GRAVA A DUPLICATA NO CONTAS A PAGAR
      *==            (CONTAPAG.DAT) CONTRA UM FORNECEDOR ATIVO DO
      *==            CADASTRO, COM A CONTA DE DESPESA (GRUPO 5) DO
      *==            PLANO DE CONTAS (PLANOCON.DAT) E O CENTRO DE CUSTO
      *==            ATIVO (CCUSTO.DAT). A PARTIR DAI A DUPLICATA E
      *==            COMO QUALQUER OUTRA: BAIXA NO PRD010 OU NA REMESSA
      *==            DO PRD038, ENVELHECIMENTO NO PRD011, PROJECAO NO
      *==            PROGRAMA52 E LANCAMENTO CONTABIL NO PROGRAMA53.
      *==            AS CONTAS QUE SE REPETEM TODO MES FICAM NO PRD043
      *==            E SAO GERADAS PELO PRD044. REGISTRA NO BATCHLOG.
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

           SELECT PLANOCON ASSIGN TO WRK-CAMINHO-PLANOCON
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANOCON.

           SELECT CCUSTOS ASSIGN TO WRK-CAMINHO-CCUSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CCUSTOS.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAPAG.
           COPY "CONTAPAG.cpy".
       FD  FORNECEDORES.
           COPY "FORNECED.cpy".
       FD  PLANOCON.
           COPY "PLANOCON.cpy".
       FD  CCUSTOS.
           COPY "CCUSTO.cpy".
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMCAP.cpy".
           COPY "CAMFOR.cpy".
           COPY "CAMCCU.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
       77  FS-CONTAPAG     PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-PLANOCON     PIC 9(02) VALUE ZEROS.
       77  FS-CCUSTOS      PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-PLANOCON PIC X(100) VALUE
           "C:/COBOL/DADOS/PLANOCON.DAT.txt".

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       77  WRK-DOCUMENTO   PIC X(10) VALUE SPACES.
       01  WRK-CONTA       PIC 9(05) VALUE ZEROS.
       01  WRK-CONTA-RED REDEFINES WRK-CONTA.
           05 WRK-CONTA-GRUPO PIC 9(01).
           05 FILLER          PIC 9(04).
       77  WRK-CCUSTO      PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-EDI   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       01  WRK-VENCIMENTO-RED REDEFINES WRK-VENCIMENTO.
           05 WRK-VENC-ANO PIC 9(04).
           05 WRK-VENC-MES PIC 9(02).
           05 WRK-VENC-DIA PIC 9(02).
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-MSG-ERRO    PIC X(50) VALUE SPACES.

      *--------- PLANO DE CONTAS E CENTROS DE CUSTO EM MEMORIA ------
       01  WRK-TAB-PLANO.
           05 WRK-PLN-ITEM OCCURS 50 TIMES.
              10 WRK-PLN-CONTA     PIC 9(05).
              10 WRK-PLN-DESCR     PIC X(30).
       77  WRK-QTD-PLANO       PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-PLANO       PIC 9(02)    VALUE 50.
       77  WRK-IND-PLANO       PIC 9(02)    VALUE ZEROS.
       01  WRK-TAB-CENTROS.
           05 WRK-CCU-ITEM OCCURS 50 TIMES.
              10 WRK-CCU-CODIGO    PIC 9(03).
              10 WRK-CCU-DESCR     PIC X(20).
              10 WRK-CCU-STATUS    PIC X(01).
       77  WRK-QTD-CENTROS     PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-CENTROS     PIC 9(02)    VALUE 50.
       77  WRK-IND-CENTRO      PIC 9(02)    VALUE ZEROS.

       77  WRK-SW-GRAVOU       PIC X(01)    VALUE "N".
           88 DESPESA-GRAVADA               VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           PERFORM 0110-CARREGAR-PLANO.
           IF WRK-QTD-PLANO EQUAL ZEROS
             DISPLAY "PLANO DE CONTAS NAO ENCONTRADO - LANCAMENTO DE "
                     "DESPESA EXIGE A CONTA CONTABIL"
             GOBACK
           END-IF.
           PERFORM 0120-CARREGAR-CENTROS.
           IF WRK-QTD-CENTROS EQUAL ZEROS
             DISPLAY "CADASTRO DE CENTROS DE CUSTO NAO ENCONTRADO - "
                     "MANTENHA PELO FUN010"
             GOBACK
           END-IF.

           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 0
             DISPLAY "CADASTRO DE FORNECEDORES NAO FOI ABERTO - "
                     "STATUS " FS-FORNECEDORES
             GOBACK
           END-IF.

       0110-CARREGAR-PLANO             SECTION.
            CALL "CONFIG" USING
                "PLANOCON_DAT        " WRK-CAMINHO-PLANOCON.
            OPEN INPUT PLANOCON.
            IF FS-PLANOCON NOT EQUAL 0
              GO TO 0110-CARREGAR-SAIDA
            END-IF.
            READ PLANOCON NEXT RECORD.
            PERFORM UNTIL FS-PLANOCON NOT EQUAL 00
              IF WRK-QTD-PLANO LESS WRK-MAX-PLANO
                ADD 1 TO WRK-QTD-PLANO
                MOVE PLN-CONTA     TO WRK-PLN-CONTA(WRK-QTD-PLANO)
                MOVE PLN-DESCRICAO TO WRK-PLN-DESCR(WRK-QTD-PLANO)
              END-IF
              READ PLANOCON NEXT RECORD
            END-PERFORM.
            CLOSE PLANOCON.
       0110-CARREGAR-SAIDA.
            EXIT.

       0120-CARREGAR-CENTROS           SECTION.
            PERFORM 0158-OBTER-CAMINHO-CCUSTO.
            OPEN INPUT CCUSTOS.
            IF FS-CCUSTOS NOT EQUAL 0
              GO TO 0120-CARREGAR-SAIDA
            END-IF.
            READ CCUSTOS NEXT RECORD.
            PERFORM UNTIL FS-CCUSTOS NOT EQUAL 00
              IF WRK-QTD-CENTROS LESS WRK-MAX-CENTROS
                ADD 1 TO WRK-QTD-CENTROS
                MOVE CCU-CODIGO    TO WRK-CCU-CODIGO(WRK-QTD-CENTROS)
                MOVE CCU-DESCRICAO TO WRK-CCU-DESCR(WRK-QTD-CENTROS)
                MOVE CCU-STATUS    TO WRK-CCU-STATUS(WRK-QTD-CENTROS)
              END-IF
              READ CCUSTOS NEXT RECORD
            END-PERFORM.
            CLOSE CCUSTOS.
       0120-CARREGAR-SAIDA.
            EXIT.

       0200-PROCESSAR                  SECTION.
           DISPLAY "ID DO FORNECEDOR / CREDOR.... "
             ACCEPT WRK-FORNECEDOR.
           MOVE WRK-FORNECEDOR TO FOR-ID.
           READ FORNECEDORES KEY IS FOR-ID
             INVALID KEY
               MOVE "FORNECEDOR NAO CADASTRADO - INCLUA PELO PRD006"
                 TO WRK-MSG-ERRO
               GO TO 0200-RECUSAR
           END-READ.
           IF NOT FOR-ATIVO
             MOVE "FORNECEDOR DESATIVADO" TO WRK-MSG-ERRO
             GO TO 0200-RECUSAR
           END-IF.
           DISPLAY "  " FOR-NOME.

           DISPLAY "DOCUMENTO (NOTA/FATURA)...... "
             ACCEPT WRK-DOCUMENTO.
           IF WRK-DOCUMENTO EQUAL SPACES
             MOVE "DOCUMENTO OBRIGATORIO" TO WRK-MSG-ERRO
             GO TO 0200-RECUSAR
           END-IF.
           PERFORM 0210-CONFERIR-DOCUMENTO.
           IF WRK-MSG-ERRO NOT EQUAL SPACES
             GO TO 0200-RECUSAR
           END-IF.

           DISPLAY "CONTA DE DESPESA (PLANOCON).. "
             ACCEPT WRK-CONTA.
           PERFORM 0220-CONFERIR-CONTA.
           IF WRK-MSG-ERRO NOT EQUAL SPACES
             GO TO 0200-RECUSAR
           END-IF.

           DISPLAY "CENTRO DE CUSTO.............. "
             ACCEPT WRK-CCUSTO.
           PERFORM 0230-CONFERIR-CENTRO.
           IF WRK-MSG-ERRO NOT EQUAL SPACES
             GO TO 0200-RECUSAR
           END-IF.

           DISPLAY "VALOR........................ "
             ACCEPT WRK-VALOR.
           IF WRK-VALOR NOT GREATER ZEROS
             MOVE "VALOR PRECISA SER MAIOR QUE ZERO" TO WRK-MSG-ERRO
             GO TO 0200-RECUSAR
           END-IF.

           DISPLAY "VENCIMENTO (AAAAMMDD)........ "
             ACCEPT WRK-VENCIMENTO.
           IF WRK-VENC-MES LESS 1 OR WRK-VENC-MES GREATER 12
              OR WRK-VENC-DIA LESS 1 OR WRK-VENC-DIA GREATER 31
              OR WRK-VENC-ANO LESS 2000
             MOVE "VENCIMENTO INVALIDO" TO WRK-MSG-ERRO
             GO TO 0200-RECUSAR
           END-IF.

           MOVE WRK-VALOR TO WRK-VALOR-EDI.
           DISPLAY "CONFIRMA A DESPESA DE " WRK-VALOR-EDI
                   " VENCENDO EM " WRK-VENCIMENTO "? (S/N) "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
             MOVE "LANCAMENTO CANCELADO" TO WRK-MSG-ERRO
             GO TO 0200-RECUSAR
           END-IF.

           PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
           OPEN EXTEND CONTAPAG.
           IF FS-CONTAPAG EQUAL 35
             OPEN OUTPUT CONTAPAG
           END-IF.
           IF FS-CONTAPAG NOT EQUAL 0
             MOVE "CONTAS A PAGAR NAO FOI ABERTO" TO WRK-MSG-ERRO
             GO TO 0200-RECUSAR
           END-IF.
           MOVE WRK-FORNECEDOR  TO CAP-FORNECEDOR.
           MOVE WRK-DOCUMENTO   TO CAP-DOCUMENTO.
           MOVE DTM-AAAAMMDD    TO CAP-DATA-ENTRADA.
           MOVE WRK-VENCIMENTO  TO CAP-VENCIMENTO.
           MOVE WRK-VALOR       TO CAP-VALOR.
           MOVE ZEROS           TO CAP-VALOR-PAGO.
           MOVE 'A'             TO CAP-STATUS.
           MOVE WRK-CONTA       TO CAP-CONTA.
           MOVE WRK-CCUSTO      TO CAP-CCUSTO.
           MOVE ZEROS           TO CAP-REF-FORNECEDOR.
           MOVE SPACES          TO CAP-REF-DOCUMENTO.
           WRITE REG-CONTAPAG.
           CLOSE CONTAPAG.
           SET DESPESA-GRAVADA TO TRUE.
           DISPLAY "DESPESA LANCADA NO CONTAS A PAGAR".
           GO TO 0200-SAIDA.
       0200-RECUSAR.
           DISPLAY WRK-MSG-ERRO.
       0200-SAIDA.
           CLOSE FORNECEDORES.

      *--- O MESMO DOCUMENTO DO CREDOR NAO ENTRA DUAS VEZES ---
       0210-CONFERIR-DOCUMENTO         SECTION.
           MOVE SPACES TO WRK-MSG-ERRO.
           PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
           OPEN INPUT CONTAPAG.
           IF FS-CONTAPAG NOT EQUAL 0
             GO TO 0210-CONFERIR-SAIDA
           END-IF.
           READ CONTAPAG NEXT RECORD.
           PERFORM UNTIL FS-CONTAPAG NOT EQUAL 00
             IF CAP-FORNECEDOR EQUAL WRK-FORNECEDOR
                AND CAP-DOCUMENTO EQUAL WRK-DOCUMENTO
               MOVE "DOCUMENTO JA LANCADO PARA O FORNECEDOR"
                 TO WRK-MSG-ERRO
             END-IF
             READ CONTAPAG NEXT RECORD
           END-PERFORM.
           CLOSE CONTAPAG.
       0210-CONFERIR-SAIDA.
           EXIT.

       0220-CONFERIR-CONTA             SECTION.
           MOVE "CONTA FORA DO PLANO DE CONTAS" TO WRK-MSG-ERRO.
           MOVE 1 TO WRK-IND-PLANO.
           PERFORM UNTIL WRK-IND-PLANO GREATER WRK-QTD-PLANO
             IF WRK-PLN-CONTA(WRK-IND-PLANO) EQUAL WRK-CONTA
               MOVE SPACES TO WRK-MSG-ERRO
               DISPLAY "  " WRK-PLN-DESCR(WRK-IND-PLANO)
             END-IF
             ADD 1 TO WRK-IND-PLANO
           END-PERFORM.
           IF WRK-MSG-ERRO EQUAL SPACES
              AND WRK-CONTA-GRUPO NOT EQUAL 5
             MOVE "CONTA PRECISA SER DE DESPESA (GRUPO 5)"
               TO WRK-MSG-ERRO
           END-IF.

       0230-CONFERIR-CENTRO            SECTION.
           MOVE "CENTRO DE CUSTO NAO CADASTRADO" TO WRK-MSG-ERRO.
           MOVE 1 TO WRK-IND-CENTRO.
           PERFORM UNTIL WRK-IND-CENTRO GREATER WRK-QTD-CENTROS
             IF WRK-CCU-CODIGO(WRK-IND-CENTRO) EQUAL WRK-CCUSTO
               IF WRK-CCU-STATUS(WRK-IND-CENTRO) EQUAL 'A'
                 MOVE SPACES TO WRK-MSG-ERRO
                 DISPLAY "  " WRK-CCU-DESCR(WRK-IND-CENTRO)
               ELSE
                 MOVE "CENTRO DE CUSTO DESATIVADO" TO WRK-MSG-ERRO
               END-IF
             END-IF
             ADD 1 TO WRK-IND-CENTRO
           END-PERFORM.

           COPY "CAMCAPP.cpy".
           COPY "CAMFORP.cpy".
           COPY "CAMCCUP.cpy".
       0300-FINALIZAR                  SECTION.
               IF DESPESA-GRAVADA
                 MOVE "PRD042"       TO LOG-JOB
                 MOVE "S"            TO LOG-STATUS
                 MOVE 1              TO LOG-QTD
                 MOVE WRK-VALOR      TO LOG-HASH
                 MOVE "LANCAMENTO DE DESPESA A PAGAR" TO LOG-MENSAGEM
                 PERFORM 0130-REGISTRAR-LOG
               END-IF.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
