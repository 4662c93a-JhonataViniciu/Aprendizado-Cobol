       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD044.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: GERACAO MENSAL DAS CONTAS RECORRENTES - PARA CADA
      *==            CONTA ATIVA DO DESPREC.DAT AINDA NAO GERADA NA
      *==            COMPETENCIA INFORMADA, GRAVA UMA DUPLICATA NO
      *==            CONTAS A PAGAR (CONTAPAG.DAT) COM A CONTA DE
      *==            DESPESA E O CENTRO DE CUSTO DA DEFINICAO, DOCUMENTO
      *==            "R" + CODIGO + "/" + AAMM E VENCIMENTO NO DIA
      *==            CADASTRADO (LIMITADO AO ULTIMO DIA DO MES). ANOTA A
      *==            COMPETENCIA EM DRC-ULTIMA-COMPET E REGRAVA O
      *==            DESPREC.DAT, ENTAO RODAR DE NOVO NO MESMO MES NAO
      *==            DUPLICA. REGISTRA NO BATCHLOG COM O TOTAL EM
      *==            LOG-HASH.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESPREC ASSIGN TO WRK-CAMINHO-DESPREC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESPREC.

           SELECT CONTAPAG ASSIGN TO WRK-CAMINHO-CONTAPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAPAG.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  DESPREC.
           COPY "DESPREC.cpy".
       FD  CONTAPAG.
           COPY "CONTAPAG.cpy".
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMDRC.cpy".
           COPY "CAMCAP.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
       77  FS-DESPREC      PIC 9(02) VALUE ZEROS.
       77  FS-CONTAPAG     PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       01  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-RED REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO PIC 9(04).
           05 WRK-COMP-MES PIC 9(02).

      *--- VENCIMENTO E DOCUMENTO DA DUPLICATA GERADA ---
       01  WRK-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       01  WRK-VENCIMENTO-RED REDEFINES WRK-VENCIMENTO.
           05 WRK-VENC-ANO PIC 9(04).
           05 WRK-VENC-MES PIC 9(02).
           05 WRK-VENC-DIA PIC 9(02).
       01  WRK-DOCUMENTO.
           05 FILLER           PIC X(01) VALUE "R".
           05 WRK-DOC-CODIGO   PIC 9(04).
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-DOC-ANO      PIC 9(02).
           05 WRK-DOC-MES      PIC 9(02).
       01  WRK-TAB-DIAS-MES-V  PIC X(24) VALUE
           "312831303130313130313031".
       01  WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-V.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-ULTIMO-DIA  PIC 9(02) VALUE ZEROS.
       77  WRK-QUOCIENTE   PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-4     PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-100   PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-400   PIC 9(04) VALUE ZEROS.

      *--------- CONTAS RECORRENTES CARREGADAS EM MEMORIA ----------
       01  WRK-TAB-DESPREC.
           05 WRK-DRC-REG OCCURS 200 TIMES PIC X(67).
       77  WRK-QTD-DESPREC PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DESPREC PIC 9(03) VALUE 200.
       77  WRK-IND-DESPREC PIC 9(03) VALUE ZEROS.

      *---------------------- ACUMULADORES -------------------------
       77  WRK-ACUM-GERADAS    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-JA-GERADAS PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-GERADO    PIC 9(12)V99 VALUE ZEROS.
       77  WRK-VALOR-EDI       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-EDI       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA A GERAR (AAAAMM, 0 = ATUAL) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
             DISPLAY "COMPETENCIA INVALIDA"
             GOBACK
           END-IF.
           PERFORM 0110-ULTIMO-DIA-MES.

           PERFORM 0195-OBTER-CAMINHO-DESPREC.
           OPEN INPUT DESPREC.
           IF FS-DESPREC NOT EQUAL 0
             DISPLAY "CONTAS RECORRENTES NAO CADASTRADAS - "
                     "MANTENHA PELO PRD043"
             GOBACK
           END-IF.
           READ DESPREC NEXT RECORD.
           PERFORM UNTIL FS-DESPREC NOT EQUAL 00
             IF WRK-QTD-DESPREC LESS WRK-MAX-DESPREC
               ADD 1 TO WRK-QTD-DESPREC
               MOVE REG-DESPREC TO WRK-DRC-REG(WRK-QTD-DESPREC)
             ELSE
               DISPLAY "TABELA DE CONTAS RECORRENTES CHEIA - "
                       "GERACAO ABORTADA"
               CLOSE DESPREC
               GOBACK
             END-IF
             READ DESPREC NEXT RECORD
           END-PERFORM.
           CLOSE DESPREC.

           PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
           OPEN EXTEND CONTAPAG.
           IF FS-CONTAPAG EQUAL 35
             OPEN OUTPUT CONTAPAG
           END-IF.
           IF FS-CONTAPAG NOT EQUAL 0
             DISPLAY "CONTAS A PAGAR NAO FOI ABERTO - STATUS "
                     FS-CONTAPAG
             GOBACK
           END-IF.

      *--- FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO ---
       0110-ULTIMO-DIA-MES             SECTION.
           MOVE WRK-DIAS-MES(WRK-COMP-MES) TO WRK-ULTIMO-DIA.
           IF WRK-COMP-MES EQUAL 2
             DIVIDE WRK-COMP-ANO BY 4   GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-4
             DIVIDE WRK-COMP-ANO BY 100 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-100
             DIVIDE WRK-COMP-ANO BY 400 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-400
             IF WRK-RESTO-400 EQUAL ZEROS
                OR (WRK-RESTO-4 EQUAL ZEROS
                    AND WRK-RESTO-100 NOT EQUAL ZEROS)
               MOVE 29 TO WRK-ULTIMO-DIA
             END-IF
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE 1 TO WRK-IND-DESPREC.
           PERFORM UNTIL WRK-IND-DESPREC GREATER WRK-QTD-DESPREC
             MOVE WRK-DRC-REG(WRK-IND-DESPREC) TO REG-DESPREC
             IF DRC-ATIVA
               IF DRC-ULTIMA-COMPET IS NUMERIC
                  AND DRC-ULTIMA-COMPET NOT LESS WRK-COMPETENCIA
                 ADD 1 TO WRK-ACUM-JA-GERADAS
               ELSE
                 PERFORM 0210-GERAR-DUPLICATA
                 MOVE REG-DESPREC TO WRK-DRC-REG(WRK-IND-DESPREC)
               END-IF
             END-IF
             ADD 1 TO WRK-IND-DESPREC
           END-PERFORM.
           CLOSE CONTAPAG.

           OPEN OUTPUT DESPREC.
           IF FS-DESPREC NOT EQUAL 0
             DISPLAY "*** CONTAS RECORRENTES NAO FORAM REGRAVADAS - "
                     "STATUS " FS-DESPREC " - NAO RODE DE NOVO ANTES "
                     "DE CORRIGIR ***"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-DESPREC.
           PERFORM UNTIL WRK-IND-DESPREC GREATER WRK-QTD-DESPREC
             MOVE WRK-DRC-REG(WRK-IND-DESPREC) TO REG-DESPREC
             WRITE REG-DESPREC
             ADD 1 TO WRK-IND-DESPREC
           END-PERFORM.
           CLOSE DESPREC.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-GERAR-DUPLICATA            SECTION.
           MOVE WRK-COMP-ANO TO WRK-VENC-ANO.
           MOVE WRK-COMP-MES TO WRK-VENC-MES.
           MOVE DRC-DIA-VENCTO TO WRK-VENC-DIA.
           IF WRK-VENC-DIA GREATER WRK-ULTIMO-DIA
             MOVE WRK-ULTIMO-DIA TO WRK-VENC-DIA
           END-IF.
           MOVE DRC-CODIGO   TO WRK-DOC-CODIGO.
           MOVE WRK-COMP-ANO TO WRK-DOC-ANO.
           MOVE WRK-COMP-MES TO WRK-DOC-MES.

           MOVE DRC-FORNECEDOR TO CAP-FORNECEDOR.
           MOVE WRK-DOCUMENTO  TO CAP-DOCUMENTO.
           ACCEPT CAP-DATA-ENTRADA FROM DATE YYYYMMDD.
           MOVE WRK-VENCIMENTO TO CAP-VENCIMENTO.
           MOVE DRC-VALOR      TO CAP-VALOR.
           MOVE ZEROS          TO CAP-VALOR-PAGO.
           MOVE 'A'            TO CAP-STATUS.
           MOVE DRC-CONTA      TO CAP-CONTA.
           MOVE DRC-CCUSTO     TO CAP-CCUSTO.
           MOVE ZEROS          TO CAP-REF-FORNECEDOR.
           MOVE SPACES         TO CAP-REF-DOCUMENTO.
           WRITE REG-CONTAPAG.

           MOVE WRK-COMPETENCIA TO DRC-ULTIMA-COMPET.
           ADD 1         TO WRK-ACUM-GERADAS.
           ADD DRC-VALOR TO WRK-TOTAL-GERADO.
           MOVE DRC-VALOR TO WRK-VALOR-EDI.
           DISPLAY DRC-CODIGO " " DRC-DESCRICAO " " WRK-DOCUMENTO
                   " VENC " WRK-VENCIMENTO " " WRK-VALOR-EDI.

           COPY "CAMDRCP.cpy".
           COPY "CAMCAPP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE WRK-TOTAL-GERADO TO WRK-TOTAL-EDI.
               DISPLAY "==================================".
               DISPLAY "COMPETENCIA.............. " WRK-COMPETENCIA.
               DISPLAY "DUPLICATAS GERADAS....... " WRK-ACUM-GERADAS.
               DISPLAY "JA GERADAS ANTERIORMENTE. "
                       WRK-ACUM-JA-GERADAS.
               DISPLAY "TOTAL GERADO............. " WRK-TOTAL-EDI.
               MOVE "PRD044"            TO LOG-JOB.
               MOVE "S"                 TO LOG-STATUS.
               MOVE WRK-ACUM-GERADAS    TO LOG-QTD.
               MOVE WRK-TOTAL-GERADO    TO LOG-HASH.
               MOVE "GERACAO DAS CONTAS RECORRENTES" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
