       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA66.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: CONCILIACAO DE CARTAO E PIX COM A ADQUIRENTE -
      *==           LE O ARQUIVO DE LIQUIDACAO DA ADQUIRENTE
      *==           (LIQADQ.DAT), TOTALIZA POR NOTA AS VENDAS EM
      *==           CARTAO E PIX DO MOVIMENTO (VENDMOV.DAT) NO PERIODO
      *==           COBERTO PELO ARQUIVO E CASA CADA TRANSACAO COM A
      *==           NOTA PELA FILIAL, DATA, FORMA E VALOR. O
      *==           RELATORIO DATADO (RELGER) MOSTRA AS CASADAS COM A
      *==           TAXA MDR RETIDA E A DATA PREVISTA DO CREDITO, AS
      *==           LIQUIDACOES SEM VENDA E AS VENDAS SEM LIQUIDACAO.
      *==           A EXECUCAO VAI PARA O BATCHLOG (FORA DE BALANCE
      *==           QUANDO SOBRA DIVERGENCIA).
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT LIQADQ ASSIGN TO WRK-CAMINHO-LIQADQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIQADQ.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT CONCREL ASSIGN TO WRK-CAMINHO-CONCREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONCREL.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQADQ.
           COPY "LIQADQ.cpy".

       FD  VENDMOV.
           COPY "VENDMOV.cpy".

       FD  CONCREL.
       01  REG-CONCREL                PIC X(100).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMLQA.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-LIQADQ           PIC 9(02)    VALUE ZEROS.
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-CONCREL          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-CONCREL PIC X(100)   VALUE SPACES.

      *--- PERIODO COBERTO PELO ARQUIVO DA ADQUIRENTE ---
       77  WRK-DATA-INICIAL    PIC 9(08)    VALUE 99999999.
       77  WRK-DATA-FINAL      PIC 9(08)    VALUE ZEROS.

      *--- VENDAS EM CARTAO/PIX TOTALIZADAS POR NOTA ---
       01  WRK-TAB-VENDAS.
           05 WRK-VND-ITEM OCCURS 3000 TIMES.
              10 WRK-VND-FILIAL   PIC 9(02).
              10 WRK-VND-DATA     PIC 9(08).
              10 WRK-VND-NOTA     PIC X(04).
              10 WRK-VND-FORMA    PIC X(10).
              10 WRK-VND-VALOR    PIC 9(08)V99.
              10 WRK-VND-CASADA   PIC X(01).
       77  WRK-QTD-VENDAS      PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-VENDAS      PIC 9(04)    VALUE 3000.
       77  WRK-IND-VENDA       PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-CARGA        PIC X(01)    VALUE "N".
           88 CARGA-TRANSBORDOU             VALUE "S".
       77  WRK-SW-VENDA        PIC X(01)    VALUE "N".
           88 VENDA-ACHADA                  VALUE "S".

      *--- LINHAS DAS LIQUIDACOES SEM VENDA, IMPRESSAS NO FIM ---
       01  WRK-TAB-SEM-VENDA.
           05 WRK-SVD-LINHA OCCURS 500 TIMES PIC X(90).
       77  WRK-QTD-SEM-VENDA   PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-SEM-VENDA   PIC 9(03)    VALUE 500.
       77  WRK-IND-SEM-VENDA   PIC 9(03)    VALUE ZEROS.

      *--- CONTADORES E TOTAIS DA CONCILIACAO ---
       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-CASADOS    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-SEM-VENDA  PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-SEM-LIQ    PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-BRUTO     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-MDR       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-SEM-LIQ   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-PCT-MDR         PIC 9(03)V99 VALUE ZEROS.

       01  WRK-LINHA-CASADA.
           05 WRK-LC-FILIAL    PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-NOTA      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-FORMA     PIC X(07).
           05 WRK-LC-NSU       PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-BRUTO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-MDR       PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-PCT       PIC ZZ9,99.
           05 FILLER           PIC X(01) VALUE "%".
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-LIQUIDO   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-CREDITO   PIC 9(08).

       01  WRK-LINHA-DIVERG.
           05 WRK-LD-TIPO      PIC X(22).
           05 WRK-LD-FILIAL    PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-REF       PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FORMA     PIC X(07).
           05 WRK-LD-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CREDITO   PIC X(08).

       01  WRK-LINHA-TOTAL.
           05 WRK-LT-ROTULO    PIC X(30).
           05 WRK-LT-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

      *--- PRIMEIRA PASSADA: PERIODO COBERTO PELA LIQUIDACAO ---
       0100-INICIALIZAR                SECTION.
           PERFORM 0171-OBTER-CAMINHO-LIQADQ.
           OPEN INPUT LIQADQ.
           IF FS-LIQADQ NOT EQUAL 0
             DISPLAY "ARQUIVO DA ADQUIRENTE NAO FOI ABERTO - STATUS "
                     FS-LIQADQ
             GOBACK
           END-IF.
           READ LIQADQ NEXT RECORD.
           PERFORM UNTIL FS-LIQADQ NOT EQUAL 00
             IF LQA-TIPO-REG EQUAL "1"
               IF LQA-DATA-VENDA LESS WRK-DATA-INICIAL
                 MOVE LQA-DATA-VENDA TO WRK-DATA-INICIAL
               END-IF
               IF LQA-DATA-VENDA GREATER WRK-DATA-FINAL
                 MOVE LQA-DATA-VENDA TO WRK-DATA-FINAL
               END-IF
             END-IF
             READ LIQADQ NEXT RECORD
           END-PERFORM.
           CLOSE LIQADQ.

           IF WRK-DATA-FINAL EQUAL ZEROS
             DISPLAY "ARQUIVO DA ADQUIRENTE SEM TRANSACOES"
             GOBACK
           END-IF.
           DISPLAY "LIQUIDACAO DE " WRK-DATA-INICIAL " A "
                   WRK-DATA-FINAL.

           PERFORM 0110-CARREGAR-VENDAS.

      *--- VENDAS CARTAO/PIX DO PERIODO, UMA ENTRADA POR NOTA ---
       0110-CARREGAR-VENDAS            SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV " - TODA LIQUIDACAO SAI SEM VENDA"
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             IF (MOV-FORMA-PAGTO EQUAL "CARTAO"
                 OR MOV-FORMA-PAGTO EQUAL "PIX")
                AND MOV-DATA NOT LESS WRK-DATA-INICIAL
                AND MOV-DATA NOT GREATER WRK-DATA-FINAL
               PERFORM 0115-ACUMULAR-NOTA
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
           DISPLAY "NOTAS CARTAO/PIX NO PERIODO: " WRK-QTD-VENDAS.
       0110-CARREGAR-SAIDA.
           EXIT.

      *    AS LINHAS DE UMA NOTA SAEM EM SEQUENCIA NO MOVIMENTO (ITENS,
      *    KIT E FRETE), ENTAO BASTA COMPARAR COM A ULTIMA ENTRADA
       0115-ACUMULAR-NOTA              SECTION.
           IF WRK-QTD-VENDAS GREATER ZEROS
             IF WRK-VND-NOTA(WRK-QTD-VENDAS)   EQUAL MOV-NOTA
                AND WRK-VND-FILIAL(WRK-QTD-VENDAS) EQUAL MOV-FILIAL
                AND WRK-VND-DATA(WRK-QTD-VENDAS)   EQUAL MOV-DATA
               ADD MOV-VALOR TO WRK-VND-VALOR(WRK-QTD-VENDAS)
               GO TO 0115-ACUMULAR-SAIDA
             END-IF
           END-IF.
           IF WRK-QTD-VENDAS NOT LESS WRK-MAX-VENDAS
             IF NOT CARGA-TRANSBORDOU
               DISPLAY "TABELA DE VENDAS CHEIA (MAX "
                       WRK-MAX-VENDAS ")"
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             GO TO 0115-ACUMULAR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-VENDAS.
           MOVE MOV-FILIAL      TO WRK-VND-FILIAL(WRK-QTD-VENDAS).
           MOVE MOV-DATA        TO WRK-VND-DATA(WRK-QTD-VENDAS).
           MOVE MOV-NOTA        TO WRK-VND-NOTA(WRK-QTD-VENDAS).
           MOVE MOV-FORMA-PAGTO TO WRK-VND-FORMA(WRK-QTD-VENDAS).
           MOVE MOV-VALOR       TO WRK-VND-VALOR(WRK-QTD-VENDAS).
           MOVE "N"             TO WRK-VND-CASADA(WRK-QTD-VENDAS).
       0115-ACUMULAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           MOVE "CONCCARTAO" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-CONCREL.
           OPEN OUTPUT CONCREL.
           IF FS-CONCREL NOT EQUAL 0
             DISPLAY "RELATORIO DE CONCILIACAO NAO FOI ABERTO - "
                     "STATUS " FS-CONCREL
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           MOVE "CONCILIACAO CARTAO/PIX X ADQUIRENTE" TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE SPACES TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE "TRANSACOES CASADAS" TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE "FL DATA     NOTA FORMA  NSU                BRUTO"
             TO REG-CONCREL.
           MOVE "       MDR  TAXA%        LIQUIDO CREDITO"
             TO REG-CONCREL(51:40).
           WRITE REG-CONCREL.

      *    SEGUNDA PASSADA: CASA CADA TRANSACAO COM UMA NOTA
           OPEN INPUT LIQADQ.
           READ LIQADQ NEXT RECORD.
           PERFORM UNTIL FS-LIQADQ NOT EQUAL 00
             IF LQA-TIPO-REG EQUAL "1"
               ADD 1 TO WRK-ACUM-LIDOS
               PERFORM 0210-CASAR-TRANSACAO
             END-IF
             READ LIQADQ NEXT RECORD
           END-PERFORM.
           CLOSE LIQADQ.

           PERFORM 0230-LISTAR-SEM-VENDA.
           PERFORM 0240-LISTAR-SEM-LIQUIDACAO.
           PERFORM 0250-IMPRIMIR-TOTAIS.
           CLOSE CONCREL.
           DISPLAY "RELATORIO DE CONCILIACAO GRAVADO EM "
                   WRK-CAMINHO-CONCREL.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-CASAR-TRANSACAO            SECTION.
           MOVE "N" TO WRK-SW-VENDA.
           MOVE 1   TO WRK-IND-VENDA.
           PERFORM 0215-PROCURAR-VENDA
             UNTIL WRK-IND-VENDA GREATER WRK-QTD-VENDAS
                OR VENDA-ACHADA.
           IF NOT VENDA-ACHADA
             ADD 1 TO WRK-ACUM-SEM-VENDA
             PERFORM 0220-GUARDAR-SEM-VENDA
             GO TO 0210-CASAR-SAIDA
           END-IF.

           MOVE "S" TO WRK-VND-CASADA(WRK-IND-VENDA).
           ADD 1 TO WRK-ACUM-CASADOS.
           ADD LQA-VALOR-BRUTO   TO WRK-TOTAL-BRUTO.
           ADD LQA-VALOR-MDR     TO WRK-TOTAL-MDR.
           ADD LQA-VALOR-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           IF LQA-VALOR-BRUTO GREATER ZEROS
             COMPUTE WRK-PCT-MDR ROUNDED =
                 LQA-VALOR-MDR * 100 / LQA-VALOR-BRUTO
           ELSE
             MOVE ZEROS TO WRK-PCT-MDR
           END-IF.

           MOVE LQA-FILIAL               TO WRK-LC-FILIAL.
           MOVE LQA-DATA-VENDA           TO WRK-LC-DATA.
           MOVE WRK-VND-NOTA(WRK-IND-VENDA) TO WRK-LC-NOTA.
           MOVE LQA-FORMA                TO WRK-LC-FORMA.
           MOVE LQA-NSU                  TO WRK-LC-NSU.
           MOVE LQA-VALOR-BRUTO          TO WRK-LC-BRUTO.
           MOVE LQA-VALOR-MDR            TO WRK-LC-MDR.
           MOVE WRK-PCT-MDR              TO WRK-LC-PCT.
           MOVE LQA-VALOR-LIQUIDO        TO WRK-LC-LIQUIDO.
           MOVE LQA-DATA-CREDITO         TO WRK-LC-CREDITO.
           MOVE WRK-LINHA-CASADA TO REG-CONCREL.
           WRITE REG-CONCREL.
       0210-CASAR-SAIDA.
           EXIT.

      *    MESMA FILIAL, DATA, FORMA E VALOR, AINDA NAO CASADA
       0215-PROCURAR-VENDA             SECTION.
           IF WRK-VND-CASADA(WRK-IND-VENDA) EQUAL "N"
              AND WRK-VND-FILIAL(WRK-IND-VENDA) EQUAL LQA-FILIAL
              AND WRK-VND-DATA(WRK-IND-VENDA)   EQUAL LQA-DATA-VENDA
              AND WRK-VND-FORMA(WRK-IND-VENDA)  EQUAL LQA-FORMA
              AND WRK-VND-VALOR(WRK-IND-VENDA)  EQUAL LQA-VALOR-BRUTO
             SET VENDA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-VENDA
           END-IF.

      *    A LISTA DAS SEM VENDA SAI DEPOIS DAS CASADAS
       0220-GUARDAR-SEM-VENDA          SECTION.
           IF WRK-QTD-SEM-VENDA NOT LESS WRK-MAX-SEM-VENDA
             GO TO 0220-GUARDAR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-SEM-VENDA.
           MOVE "LIQUIDACAO SEM VENDA  " TO WRK-LD-TIPO.
           MOVE LQA-FILIAL        TO WRK-LD-FILIAL.
           MOVE LQA-DATA-VENDA    TO WRK-LD-DATA.
           MOVE LQA-NSU           TO WRK-LD-REF.
           MOVE LQA-FORMA         TO WRK-LD-FORMA.
           MOVE LQA-VALOR-BRUTO   TO WRK-LD-VALOR.
           MOVE LQA-DATA-CREDITO  TO WRK-LD-CREDITO.
           MOVE WRK-LINHA-DIVERG TO WRK-SVD-LINHA(WRK-QTD-SEM-VENDA).
       0220-GUARDAR-SAIDA.
           EXIT.

      *--- LIQUIDACOES QUE NAO ACHARAM NOTA ---
       0230-LISTAR-SEM-VENDA           SECTION.
           MOVE SPACES TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE "LIQUIDACOES SEM VENDA NO MOVIMENTO" TO REG-CONCREL.
           WRITE REG-CONCREL.
           IF WRK-QTD-SEM-VENDA EQUAL ZEROS
             MOVE "  NENHUMA" TO REG-CONCREL
             WRITE REG-CONCREL
           END-IF.
           MOVE 1 TO WRK-IND-SEM-VENDA.
           PERFORM UNTIL WRK-IND-SEM-VENDA GREATER WRK-QTD-SEM-VENDA
             MOVE WRK-SVD-LINHA(WRK-IND-SEM-VENDA) TO REG-CONCREL
             WRITE REG-CONCREL
             ADD 1 TO WRK-IND-SEM-VENDA
           END-PERFORM.
           IF WRK-ACUM-SEM-VENDA GREATER WRK-QTD-SEM-VENDA
             MOVE "  ... DEMAIS LIQUIDACOES SEM VENDA NAO LISTADAS"
               TO REG-CONCREL
             WRITE REG-CONCREL
           END-IF.

      *--- NOTAS CARTAO/PIX QUE A ADQUIRENTE NAO PAGOU ---
       0240-LISTAR-SEM-LIQUIDACAO      SECTION.
           MOVE SPACES TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE "VENDAS SEM LIQUIDACAO DA ADQUIRENTE" TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE 1 TO WRK-IND-VENDA.
           PERFORM UNTIL WRK-IND-VENDA GREATER WRK-QTD-VENDAS
             IF WRK-VND-CASADA(WRK-IND-VENDA) EQUAL "N"
               ADD 1 TO WRK-ACUM-SEM-LIQ
               ADD WRK-VND-VALOR(WRK-IND-VENDA) TO WRK-TOTAL-SEM-LIQ
               MOVE "VENDA SEM LIQUIDACAO  " TO WRK-LD-TIPO
               MOVE WRK-VND-FILIAL(WRK-IND-VENDA) TO WRK-LD-FILIAL
               MOVE WRK-VND-DATA(WRK-IND-VENDA)   TO WRK-LD-DATA
               MOVE SPACES                        TO WRK-LD-REF
               MOVE WRK-VND-NOTA(WRK-IND-VENDA)   TO WRK-LD-REF(1:4)
               MOVE WRK-VND-FORMA(WRK-IND-VENDA)  TO WRK-LD-FORMA
               MOVE WRK-VND-VALOR(WRK-IND-VENDA)  TO WRK-LD-VALOR
               MOVE SPACES                        TO WRK-LD-CREDITO
               MOVE WRK-LINHA-DIVERG TO REG-CONCREL
               WRITE REG-CONCREL
             END-IF
             ADD 1 TO WRK-IND-VENDA
           END-PERFORM.
           IF WRK-ACUM-SEM-LIQ EQUAL ZEROS
             MOVE "  NENHUMA" TO REG-CONCREL
             WRITE REG-CONCREL
           END-IF.

       0250-IMPRIMIR-TOTAIS            SECTION.
           MOVE SPACES TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE "TOTAL BRUTO CASADO............" TO WRK-LT-ROTULO.
           MOVE WRK-TOTAL-BRUTO   TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE "TOTAL MDR RETIDO.............." TO WRK-LT-ROTULO.
           MOVE WRK-TOTAL-MDR     TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE "TOTAL LIQUIDO A CREDITAR......" TO WRK-LT-ROTULO.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-CONCREL.
           WRITE REG-CONCREL.
           MOVE "TOTAL VENDIDO SEM LIQUIDACAO.." TO WRK-LT-ROTULO.
           MOVE WRK-TOTAL-SEM-LIQ TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-CONCREL.
           WRITE REG-CONCREL.
           IF CARGA-TRANSBORDOU
             MOVE "ATENCAO: TABELA DE VENDAS TRANSBORDOU - NOTAS DO FIM"
               TO REG-CONCREL
             WRITE REG-CONCREL
             MOVE "DO PERIODO NAO FORAM CONCILIADAS" TO REG-CONCREL
             WRITE REG-CONCREL
           END-IF.

           DISPLAY "TRANSACOES LIDAS.....: " WRK-ACUM-LIDOS.
           DISPLAY "CASADAS..............: " WRK-ACUM-CASADOS.
           DISPLAY "LIQUIDACAO SEM VENDA.: " WRK-ACUM-SEM-VENDA.
           DISPLAY "VENDA SEM LIQUIDACAO.: " WRK-ACUM-SEM-LIQ.
           DISPLAY "MDR RETIDO...........: " WRK-TOTAL-MDR.

           COPY "CAMLQAP.cpy".
           COPY "CAMMOVP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA66" TO LOG-JOB.
               MOVE WRK-ACUM-CASADOS   TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS     TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-SEM-VENDA TO LOG-QTD-REJEITADOS.
               MOVE WRK-TOTAL-MDR      TO LOG-HASH.
               MOVE "S" TO LOG-STATUS.
               IF WRK-ACUM-SEM-VENDA EQUAL ZEROS
                  AND WRK-ACUM-SEM-LIQ EQUAL ZEROS
                 MOVE "S" TO LOG-BALANCE
                 MOVE "CONCILIACAO CARTAO/PIX SEM DIVERGENCIA"
                   TO LOG-MENSAGEM
               ELSE
                 MOVE "F" TO LOG-BALANCE
                 MOVE "CONCILIACAO CARTAO/PIX COM DIVERGENCIA"
                   TO LOG-MENSAGEM
               END-IF.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
