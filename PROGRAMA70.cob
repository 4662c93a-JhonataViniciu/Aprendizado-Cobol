       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA70.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: EXTRATO DE PONTOS DE FIDELIDADE DO CLIENTE NO
      *==           BALCAO - LISTA OS LANCAMENTOS DO CLIENTE NO
      *==           EXTRATO FIDPONT.DAT (CREDITOS DAS NOTAS,
      *==           RESGATES, DEVOLUCOES, EXPIRACOES E ESTORNOS DE
      *==           CANCELAMENTO), O SALDO EM PONTOS E EM REAIS
      *==           (FIDCENTAVOS POR PONTO) E, PARA O SALDO, A DATA
      *==           EM QUE CADA PARTE VENCE - OS DEBITOS CONSOMEM
      *==           SEMPRE OS PONTOS MAIS ANTIGOS PRIMEIRO.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT FIDPONT ASSIGN TO WRK-CAMINHO-FIDPONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIDPONT.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
       FD  FIDPONT.
           COPY "FIDPONT.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMARQ.cpy".
           COPY "CAMFDP.cpy".
           COPY "FIDPARM.cpy".
           COPY "DATAMES.cpy".
       77  FS-CLIENTES         PIC 9(02)    VALUE ZEROS.
       77  FS-FIDPONT          PIC 9(02)    VALUE ZEROS.
       77  WRK-MSG-ERRO        PIC X(50)    VALUE SPACES.

       77  WRK-ID              PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS PIC 9(05)    VALUE ZEROS.

      *--- SALDO DO CLIENTE ---
       77  WRK-TOT-ENTRADAS    PIC 9(09)    VALUE ZEROS.
       77  WRK-TOT-SAIDAS      PIC 9(09)    VALUE ZEROS.
       77  WRK-TOT-DEVOLVIDOS  PIC 9(09)    VALUE ZEROS.
       77  WRK-SALDO           PIC S9(09)   VALUE ZEROS.
       77  WRK-SALDO-RS        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CONSUMO         PIC S9(09)   VALUE ZEROS.

      *--- CREDITOS DO CLIENTE, DO MAIS ANTIGO AO MAIS NOVO ---
       01  WRK-TAB-CREDITOS.
           05 WRK-CRD-ITEM OCCURS 300 TIMES.
              10 WRK-CRD-VALIDADE PIC 9(08).
              10 WRK-CRD-PONTOS   PIC 9(07).
       77  WRK-QTD-CREDITOS    PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-CREDITOS    PIC 9(03)    VALUE 300.
       77  WRK-IND-CREDITO     PIC 9(03)    VALUE ZEROS.

       01  WRK-LINHA-EXTRATO.
           05 WRK-LE-DATA      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-DESCR     PIC X(16).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LE-FILIAL    PIC 9(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-LE-NOTA      PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-PONTOS    PIC -Z.ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LE-VALIDADE  PIC X(08).
       77  WRK-PONTOS-ED       PIC -ZZZ.ZZZ.ZZ9.
       77  WRK-VALOR-ED        PIC -ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 STOP RUN.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           PERFORM 0181-OBTER-PARAMETROS-FIDEL.

           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           PERFORM 0179-OBTER-CAMINHO-FIDPONT.
           OPEN INPUT FIDPONT.
           IF FS-FIDPONT NOT EQUAL 0
             DISPLAY "EXTRATO DE PONTOS NAO FOI ABERTO - STATUS "
                     FS-FIDPONT
             CLOSE CLIENTES
             GOBACK
           END-IF.

           DISPLAY "ID DO CLIENTE... "
             ACCEPT WRK-ID.

       0200-PROCESSAR                  SECTION.
             MOVE WRK-ID TO REG-ID.
             READ CLIENTES KEY IS REG-ID
               INVALID KEY
                 PERFORM 9000-TRATA-ERRO
               NOT INVALID KEY
                 DISPLAY "CLIENTE: " REG-NOME
                 DISPLAY "================================"
                 DISPLAY "DATA      LANCAMENTO       FL/NOTA"
                         "      PONTOS  VALIDADE"
                 PERFORM 0210-LISTAR-LANCAMENTOS
                 PERFORM 0230-EXIBIR-SALDO
             END-READ.

      *--- LISTA OS LANCAMENTOS NA ORDEM EM QUE FORAM GRAVADOS ---
       0210-LISTAR-LANCAMENTOS         SECTION.
           READ FIDPONT NEXT RECORD.
           PERFORM UNTIL FS-FIDPONT NOT EQUAL 00
             IF FDP-ID-CLIENTE EQUAL WRK-ID
               PERFORM 0220-EXIBIR-LANCAMENTO
             END-IF
             READ FIDPONT NEXT RECORD
           END-PERFORM.

       0220-EXIBIR-LANCAMENTO          SECTION.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
           MOVE FDP-DATA   TO WRK-LE-DATA.
           MOVE FDP-FILIAL TO WRK-LE-FILIAL.
           MOVE FDP-NOTA   TO WRK-LE-NOTA.
           MOVE SPACES     TO WRK-LE-VALIDADE.
           EVALUATE TRUE
             WHEN FDP-CREDITO
               MOVE "CREDITO NA NOTA" TO WRK-LE-DESCR
               MOVE FDP-VALIDADE      TO WRK-LE-VALIDADE
               IF WRK-QTD-CREDITOS LESS WRK-MAX-CREDITOS
                 ADD 1 TO WRK-QTD-CREDITOS
                 MOVE FDP-VALIDADE
                   TO WRK-CRD-VALIDADE(WRK-QTD-CREDITOS)
                 MOVE FDP-PONTOS
                   TO WRK-CRD-PONTOS(WRK-QTD-CREDITOS)
               END-IF
             WHEN FDP-RESGATE
               MOVE "RESGATE NA NOTA" TO WRK-LE-DESCR
             WHEN FDP-DEVOLUCAO
               MOVE "DEVOLUCAO"       TO WRK-LE-DESCR
             WHEN FDP-EXPIRACAO
               MOVE "EXPIRACAO"       TO WRK-LE-DESCR
             WHEN FDP-ESTORNO-CREDITO
               MOVE "NOTA CANCELADA"  TO WRK-LE-DESCR
             WHEN FDP-ESTORNO-RESGATE
               MOVE "RESGATE ESTORN." TO WRK-LE-DESCR
             WHEN OTHER
               MOVE "TIPO INVALIDO"   TO WRK-LE-DESCR
           END-EVALUATE.
           IF FDP-ENTRADA
             MOVE FDP-PONTOS TO WRK-LE-PONTOS
             ADD FDP-PONTOS TO WRK-TOT-ENTRADAS
             IF FDP-ESTORNO-RESGATE
               ADD FDP-PONTOS TO WRK-TOT-DEVOLVIDOS
             END-IF
           ELSE
             COMPUTE WRK-LE-PONTOS = ZEROS - FDP-PONTOS
             ADD FDP-PONTOS TO WRK-TOT-SAIDAS
           END-IF.
           DISPLAY WRK-LINHA-EXTRATO.

      *--------------------------------------------------------------
      *  0230-EXIBIR-SALDO: SALDO EM PONTOS E EM REAIS. AS SAIDAS
      *  (MENOS OS RESGATES ESTORNADOS) CONSOMEM OS CREDITOS MAIS
      *  ANTIGOS; O QUE SOBRA DE CADA CREDITO E LISTADO COM A SUA
      *  VALIDADE - E O MESMO CRITERIO DA EXPIRACAO DO PROGRAMA71.
      *--------------------------------------------------------------
       0230-EXIBIR-SALDO               SECTION.
           COMPUTE WRK-SALDO = WRK-TOT-ENTRADAS - WRK-TOT-SAIDAS.
           IF WRK-SALDO LESS ZEROS
             MOVE ZEROS TO WRK-SALDO
           END-IF.
           COMPUTE WRK-SALDO-RS = WRK-SALDO * WRK-FID-VALOR-PONTO.
           DISPLAY "================================".
           DISPLAY "LANCAMENTOS......: " WRK-QTD-LANCAMENTOS.
           MOVE WRK-SALDO    TO WRK-PONTOS-ED.
           DISPLAY "SALDO DE PONTOS..: " WRK-PONTOS-ED.
           MOVE WRK-SALDO-RS TO WRK-VALOR-ED.
           DISPLAY "SALDO EM REAIS...: " WRK-VALOR-ED.
           IF WRK-SALDO EQUAL ZEROS
             GO TO 0230-EXIBIR-SAIDA
           END-IF.

           COMPUTE WRK-CONSUMO = WRK-TOT-SAIDAS - WRK-TOT-DEVOLVIDOS.
           DISPLAY "PONTOS A VENCER:".
           MOVE 1 TO WRK-IND-CREDITO.
           PERFORM 0235-EXIBIR-CREDITO
             UNTIL WRK-IND-CREDITO GREATER WRK-QTD-CREDITOS.
       0230-EXIBIR-SAIDA.
           EXIT.

       0235-EXIBIR-CREDITO             SECTION.
           IF WRK-CONSUMO IS GREATER THAN OR EQUAL TO
                WRK-CRD-PONTOS(WRK-IND-CREDITO)
             SUBTRACT WRK-CRD-PONTOS(WRK-IND-CREDITO)
               FROM WRK-CONSUMO
           ELSE
             IF WRK-CONSUMO GREATER ZEROS
               SUBTRACT WRK-CONSUMO
                 FROM WRK-CRD-PONTOS(WRK-IND-CREDITO)
               MOVE ZEROS TO WRK-CONSUMO
             END-IF
             MOVE WRK-CRD-PONTOS(WRK-IND-CREDITO) TO WRK-PONTOS-ED
             IF WRK-CRD-VALIDADE(WRK-IND-CREDITO) LESS DTM-AAAAMMDD
               DISPLAY "  " WRK-PONTOS-ED " VENCIDOS EM "
                       WRK-CRD-VALIDADE(WRK-IND-CREDITO)
                       " - SAEM NA PROXIMA EXPIRACAO"
             ELSE
               DISPLAY "  " WRK-PONTOS-ED " VALIDOS ATE "
                       WRK-CRD-VALIDADE(WRK-IND-CREDITO)
             END-IF
           END-IF.
           ADD 1 TO WRK-IND-CREDITO.

           COPY "CAMARQP.cpy".
           COPY "CAMFDPP.cpy".
           COPY "FIDPARMP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
               CLOSE CLIENTES.
               CLOSE FIDPONT.

           COPY "MSGARQ.cpy".
