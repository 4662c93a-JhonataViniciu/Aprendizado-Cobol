       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD031.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: AVALIACAO DE FORNECEDORES - PARA A JANELA DE DIAS
      *==            PEDIDA, CONFRONTA O QUE FOI PEDIDO (PEDCOMP.DAT)
      *==            COM O QUE O FORNECEDOR ENTREGOU (ENTRADAS.DAT) E
      *==            IMPRIME, PARA CADA FORNECEDOR DO FORNECED.DAT COM
      *==            MOVIMENTO: PRAZO DE ENTREGA MEDIO E PIOR (DATA DO
      *==            PEDIDO ATE A DATA DE CADA RECEBIMENTO CONTRA ELE),
      *==            ATENDIMENTO (RECEBIDO SOBRE PEDIDO, SEM CONTAR
      *==            SOBRA), LINHAS ENCERRADAS COM FALTA (PRD013) E
      *==            CANCELADAS, E A VARIACAO DO CUSTO UNITARIO CONTRA
      *==            O RECEBIMENTO ANTERIOR DO MESMO PRODUTO (MEDIA,
      *==            QUANTAS ALTAS E A MAIOR ALTA). SAIDA DATADA PELO
      *==            RELGER E EXECUCAO NO BATCHLOG COM O VALOR
      *==            RECEBIDO NA JANELA EM LOG-HASH.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO WRK-CAMINHO-FORNECED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-ID
               FILE STATUS IS FS-FORNECEDORES.

           SELECT PEDCOMP ASSIGN TO WRK-CAMINHO-PEDCOMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDCOMP.

           SELECT ENTRADAS ASSIGN TO WRK-CAMINHO-ENTRADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADAS.

           SELECT RELFORN ASSIGN TO WRK-CAMINHO-RELFORN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELFORN.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDORES.
           COPY "FORNECED.cpy".
       FD  PEDCOMP.
           COPY "PEDCOMP.cpy".
       FD  ENTRADAS.
           COPY "ENTRADAS.cpy".
       FD  RELFORN.
       01  REG-RELFORN         PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMFOR.cpy".
           COPY "CAMPED.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP      PIC 9(02) VALUE ZEROS.
       77  FS-ENTRADAS     PIC 9(02) VALUE ZEROS.
       77  FS-RELFORN      PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELFORN PIC X(100) VALUE SPACES.

       77  WRK-JANELA-DIAS PIC 9(03) VALUE ZEROS.
       77  WRK-SW-JANELA   PIC X(01) VALUE "N".
           88 DENTRO-DA-JANELA      VALUE "S".

      *--- SERIAL DE DIAS CORRIDOS ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO   PIC 9(04).
           05 WRK-DS-MES   PIC 9(02).
           05 WRK-DS-DIA   PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL      PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-HOJE PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRAS  PIC S9(05) VALUE ZEROS.
       77  WRK-RESTO-ANO   PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS PIC 9(03) OCCURS 12 TIMES.

      *--- APURACAO POR FORNECEDOR ---
       01  WRK-TAB-FORNEC.
           05 WRK-SC-ITEM OCCURS 200 TIMES.
              10 WRK-SC-ID         PIC 9(04).
              10 WRK-SC-NOME       PIC X(30).
              10 WRK-SC-LINHAS     PIC 9(05).
              10 WRK-SC-PEDIDA     PIC 9(09).
              10 WRK-SC-RECEBIDA   PIC 9(09).
              10 WRK-SC-FALTA      PIC 9(05).
              10 WRK-SC-CANCEL     PIC 9(05).
              10 WRK-SC-ENTREGAS   PIC 9(05).
              10 WRK-SC-SOMA-PRAZO PIC 9(09).
              10 WRK-SC-PIOR-PRAZO PIC 9(05).
              10 WRK-SC-COMPARADAS PIC 9(05).
              10 WRK-SC-SOMA-VAR   PIC S9(09)V99.
              10 WRK-SC-ALTAS      PIC 9(05).
              10 WRK-SC-MAIOR-ALTA PIC 9(05)V99.
       77  WRK-QTD-FORNEC  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-FORNEC  PIC 9(03) VALUE 200.
       77  WRK-IND-FORNEC  PIC 9(03) VALUE ZEROS.
       77  WRK-SW-FORNEC   PIC X(01) VALUE "N".
           88 FORNECEDOR-ACHADO     VALUE "S".
       77  WRK-ID-PROCURADO PIC 9(04) VALUE ZEROS.

      *--- LINHAS DE PEDIDO, PARA ACHAR A DATA DO PEDIDO DA ENTRADA ---
       01  WRK-TAB-PEDIDOS.
           05 WRK-PL-ITEM OCCURS 500 TIMES.
              10 WRK-PL-NUMERO     PIC 9(06).
              10 WRK-PL-CODIGO     PIC 9(05).
              10 WRK-PL-SERIAL     PIC 9(08).
       77  WRK-QTD-PEDLIN  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-PEDLIN  PIC 9(03) VALUE 500.
       77  WRK-IND-PEDLIN  PIC 9(03) VALUE ZEROS.
       77  WRK-SW-PEDLIN   PIC X(01) VALUE "N".
           88 LINHA-PEDIDO-ACHADA   VALUE "S".

      *--- ULTIMO CUSTO RECEBIDO DE CADA PRODUTO ---
       01  WRK-TAB-CUSTOS.
           05 WRK-UC-ITEM OCCURS 1000 TIMES.
              10 WRK-UC-CODIGO     PIC 9(05).
              10 WRK-UC-CUSTO      PIC 9(05)V99.
       77  WRK-QTD-CUSTOS  PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-CUSTOS  PIC 9(04) VALUE 1000.
       77  WRK-IND-CUSTO   PIC 9(04) VALUE ZEROS.
       77  WRK-SW-CUSTO    PIC X(01) VALUE "N".
           88 CUSTO-ACHADO          VALUE "S".

      *--- CALCULOS ---
       77  WRK-SERIAL-ENTRADA PIC 9(08) VALUE ZEROS.
       77  WRK-PRAZO       PIC S9(05) VALUE ZEROS.
       77  WRK-VAR-PCT     PIC S9(05)V99 VALUE ZEROS.
       77  WRK-RECEBIDA-LIN PIC 9(05) VALUE ZEROS.
       77  WRK-ATENDIMENTO PIC 9(03)V9 VALUE ZEROS.
       77  WRK-PRAZO-MEDIO PIC 9(03) VALUE ZEROS.
       77  WRK-VAR-MEDIA   PIC S9(05)V99 VALUE ZEROS.
       77  WRK-TOT-PEDIDA  PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-RECEBIDA PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-ENTREGAS PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-SOMA-PRAZO PIC 9(09) VALUE ZEROS.
       77  WRK-VALOR-RECEBIDO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ACUM-LIDOS  PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-LINHAS PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-JANELA.
           05 FILLER           PIC X(20) VALUE "JANELA DA APURACAO: ".
           05 WRK-LJ-DIAS      PIC ZZ9.
           05 FILLER           PIC X(06) VALUE " DIAS ".
           05 FILLER           PIC X(04) VALUE "ATE ".
           05 WRK-LJ-HOJE      PIC 9(08).

       01  WRK-LINHA-FORNEC.
           05 WRK-LF-ID        PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-NOME      PIC X(18).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-LINHAS    PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-ATEND     PIC ZZ9,9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-FALTA     PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-CANCEL    PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-PRAZO-MED PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-PRAZO-MAX PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-VAR-MEDIA PIC -ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-ALTAS     PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-MAIOR     PIC ZZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 WRK-LT-ROTULO    PIC X(40).
           05 WRK-LT-VALOR     PIC ZZZ.ZZZ.ZZ9,9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           MOVE DTM-AAAAMMDD TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

           DISPLAY "JANELA DA AVALIACAO (DIAS, 0 = 180) "
             ACCEPT WRK-JANELA-DIAS.
           IF WRK-JANELA-DIAS EQUAL ZEROS
             MOVE 180 TO WRK-JANELA-DIAS
           END-IF.

           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 0
             DISPLAY "CADASTRO DE FORNECEDORES NAO FOI ABERTO - "
                     "STATUS " FS-FORNECEDORES
             GOBACK
           END-IF.
           READ FORNECEDORES NEXT RECORD.
           PERFORM UNTIL FS-FORNECEDORES NOT EQUAL 00
             IF WRK-QTD-FORNEC LESS WRK-MAX-FORNEC
               ADD 1 TO WRK-QTD-FORNEC
               MOVE WRK-QTD-FORNEC TO WRK-IND-FORNEC
               PERFORM 0115-ZERAR-FORNECEDOR
               MOVE FOR-ID   TO WRK-SC-ID(WRK-IND-FORNEC)
               MOVE FOR-NOME TO WRK-SC-NOME(WRK-IND-FORNEC)
             ELSE
               DISPLAY "TABELA DE FORNECEDORES CHEIA (MAX "
                       WRK-MAX-FORNEC ") - " FOR-ID " FORA DA "
                       "AVALIACAO"
             END-IF
             READ FORNECEDORES NEXT RECORD
           END-PERFORM.
           CLOSE FORNECEDORES.

           MOVE "AVALFORN" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELFORN.
           OPEN OUTPUT RELFORN.
           IF FS-RELFORN NOT EQUAL 0
             DISPLAY "RELATORIO DE AVALIACAO NAO FOI ABERTO - "
                     "STATUS " FS-RELFORN
             GOBACK
           END-IF.

       0115-ZERAR-FORNECEDOR           SECTION.
           MOVE ZEROS  TO WRK-SC-ID(WRK-IND-FORNEC).
           MOVE SPACES TO WRK-SC-NOME(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-LINHAS(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-PEDIDA(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-RECEBIDA(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-FALTA(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-CANCEL(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-ENTREGAS(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-SOMA-PRAZO(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-PIOR-PRAZO(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-COMPARADAS(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-SOMA-VAR(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-ALTAS(WRK-IND-FORNEC).
           MOVE ZEROS  TO WRK-SC-MAIOR-ALTA(WRK-IND-FORNEC).

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-APURAR-PEDIDOS.
           PERFORM 0230-APURAR-ENTRADAS.
           PERFORM 0250-IMPRIMIR-AVALIACAO.

      *--------------------------------------------------------------
      *  0210-APURAR-PEDIDOS: TODA LINHA CONFIRMADA OU FECHADA VAI
      *  PARA A TABELA DE DATAS (O RECEBIMENTO PODE CAIR NA JANELA
      *  MESMO COM O PEDIDO ANTES DELA). LINHA PEDIDA NA JANELA CONTA
      *  NO ATENDIMENTO - RECEBIDA ACIMA DA PEDIDA NAO COMPENSA FALTA
      *  DE OUTRA LINHA. SUGESTAO AINDA NAO CONFIRMADA NAO CONTA.
      *--------------------------------------------------------------
       0210-APURAR-PEDIDOS             SECTION.
           PERFORM 0146-OBTER-CAMINHO-PEDCOMP.
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 0
             DISPLAY "ARQUIVO DE PEDIDOS NAO FOI ABERTO - AVALIACAO "
                     "SEM PRAZO NEM ATENDIMENTO"
             GO TO 0210-APURAR-SAIDA
           END-IF.
           READ PEDCOMP NEXT RECORD.
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
             IF NOT PED-SUGERIDO
               MOVE PED-DATA TO WRK-DATA-SER-NUM
               PERFORM 0290-SERIAL-DE-DIAS
               IF (PED-CONFIRMADO OR PED-FECHADO)
                  AND WRK-QTD-PEDLIN LESS WRK-MAX-PEDLIN
                 ADD 1 TO WRK-QTD-PEDLIN
                 MOVE PED-NUMERO TO WRK-PL-NUMERO(WRK-QTD-PEDLIN)
                 MOVE PED-CODIGO TO WRK-PL-CODIGO(WRK-QTD-PEDLIN)
                 MOVE WRK-SERIAL TO WRK-PL-SERIAL(WRK-QTD-PEDLIN)
               END-IF
               PERFORM 0280-TESTAR-JANELA
               IF DENTRO-DA-JANELA
                 MOVE PED-FORNECEDOR TO WRK-ID-PROCURADO
                 PERFORM 0220-LOCALIZAR-FORNECEDOR
                 IF FORNECEDOR-ACHADO
                   PERFORM 0215-SOMAR-LINHA-PEDIDO
                 END-IF
               END-IF
             END-IF
             READ PEDCOMP NEXT RECORD
           END-PERFORM.
           CLOSE PEDCOMP.
       0210-APURAR-SAIDA.
           EXIT.

       0215-SOMAR-LINHA-PEDIDO         SECTION.
           ADD 1 TO WRK-SC-LINHAS(WRK-IND-FORNEC).
           IF PED-CANCELADO
             ADD 1 TO WRK-SC-CANCEL(WRK-IND-FORNEC)
           ELSE
             MOVE PED-QTD-RECEBIDA TO WRK-RECEBIDA-LIN
             IF WRK-RECEBIDA-LIN GREATER PED-QTD-PEDIDA
               MOVE PED-QTD-PEDIDA TO WRK-RECEBIDA-LIN
             END-IF
             ADD PED-QTD-PEDIDA  TO WRK-SC-PEDIDA(WRK-IND-FORNEC)
             ADD WRK-RECEBIDA-LIN TO WRK-SC-RECEBIDA(WRK-IND-FORNEC)
             IF PED-FECHADO
                AND PED-QTD-RECEBIDA LESS PED-QTD-PEDIDA
               ADD 1 TO WRK-SC-FALTA(WRK-IND-FORNEC)
             END-IF
           END-IF.

      *--- FORNECEDOR FORA DO CADASTRO ENTRA COM NOME EM BRANCO ---
       0220-LOCALIZAR-FORNECEDOR       SECTION.
           MOVE 1   TO WRK-IND-FORNEC.
           MOVE "N" TO WRK-SW-FORNEC.
           PERFORM UNTIL WRK-IND-FORNEC GREATER WRK-QTD-FORNEC
                      OR FORNECEDOR-ACHADO
             IF WRK-SC-ID(WRK-IND-FORNEC) EQUAL WRK-ID-PROCURADO
               SET FORNECEDOR-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-FORNEC
             END-IF
           END-PERFORM.
           IF NOT FORNECEDOR-ACHADO
              AND WRK-QTD-FORNEC LESS WRK-MAX-FORNEC
             ADD 1 TO WRK-QTD-FORNEC
             MOVE WRK-QTD-FORNEC TO WRK-IND-FORNEC
             PERFORM 0115-ZERAR-FORNECEDOR
             MOVE WRK-ID-PROCURADO TO WRK-SC-ID(WRK-IND-FORNEC)
             MOVE "NAO CADASTRADO" TO WRK-SC-NOME(WRK-IND-FORNEC)
             SET FORNECEDOR-ACHADO TO TRUE
           END-IF.

      *--------------------------------------------------------------
      *  0230-APURAR-ENTRADAS: O DIARIO E LIDO INTEIRO, NA ORDEM EM
      *  QUE FOI GRAVADO, PARA SABER O CUSTO DO RECEBIMENTO ANTERIOR
      *  DE CADA PRODUTO (DE QUALQUER FORNECEDOR); SO O RECEBIMENTO
      *  DA JANELA ENTRA NA AVALIACAO. PRAZO SO EXISTE QUANDO A
      *  ENTRADA FOI FEITA CONTRA UM PEDIDO (ENT-PEDIDO).
      *--------------------------------------------------------------
       0230-APURAR-ENTRADAS            SECTION.
           OPEN INPUT ENTRADAS.
           IF FS-ENTRADAS NOT EQUAL 0
             DISPLAY "DIARIO DE ENTRADAS NAO FOI ABERTO - STATUS "
                     FS-ENTRADAS
             GO TO 0230-APURAR-SAIDA
           END-IF.
           READ ENTRADAS NEXT RECORD.
           PERFORM UNTIL FS-ENTRADAS NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             PERFORM 0235-LOCALIZAR-CUSTO
             MOVE ENT-DATA TO WRK-DATA-SER-NUM
             PERFORM 0290-SERIAL-DE-DIAS
             MOVE WRK-SERIAL TO WRK-SERIAL-ENTRADA
             PERFORM 0280-TESTAR-JANELA
             IF DENTRO-DA-JANELA
               ADD ENT-CUSTO-TOTAL TO WRK-VALOR-RECEBIDO
               MOVE ENT-FORNECEDOR TO WRK-ID-PROCURADO
               PERFORM 0220-LOCALIZAR-FORNECEDOR
               IF FORNECEDOR-ACHADO
                 PERFORM 0240-MEDIR-PRAZO
                 PERFORM 0245-MEDIR-CUSTO
               END-IF
             END-IF
             IF CUSTO-ACHADO
               MOVE ENT-CUSTO-UNIT TO WRK-UC-CUSTO(WRK-IND-CUSTO)
             ELSE
               IF WRK-QTD-CUSTOS LESS WRK-MAX-CUSTOS
                 ADD 1 TO WRK-QTD-CUSTOS
                 MOVE ENT-CODIGO     TO WRK-UC-CODIGO(WRK-QTD-CUSTOS)
                 MOVE ENT-CUSTO-UNIT TO WRK-UC-CUSTO(WRK-QTD-CUSTOS)
               END-IF
             END-IF
             READ ENTRADAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTRADAS.
       0230-APURAR-SAIDA.
           EXIT.

       0235-LOCALIZAR-CUSTO            SECTION.
           MOVE 1   TO WRK-IND-CUSTO.
           MOVE "N" TO WRK-SW-CUSTO.
           PERFORM UNTIL WRK-IND-CUSTO GREATER WRK-QTD-CUSTOS
                      OR CUSTO-ACHADO
             IF WRK-UC-CODIGO(WRK-IND-CUSTO) EQUAL ENT-CODIGO
               SET CUSTO-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-CUSTO
             END-IF
           END-PERFORM.

       0240-MEDIR-PRAZO                SECTION.
           IF ENT-PEDIDO IS NOT NUMERIC OR ENT-PEDIDO EQUAL ZEROS
             GO TO 0240-MEDIR-SAIDA
           END-IF.
           MOVE 1   TO WRK-IND-PEDLIN.
           MOVE "N" TO WRK-SW-PEDLIN.
           PERFORM UNTIL WRK-IND-PEDLIN GREATER WRK-QTD-PEDLIN
                      OR LINHA-PEDIDO-ACHADA
             IF WRK-PL-NUMERO(WRK-IND-PEDLIN) EQUAL ENT-PEDIDO
                AND WRK-PL-CODIGO(WRK-IND-PEDLIN) EQUAL ENT-CODIGO
               SET LINHA-PEDIDO-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-PEDLIN
             END-IF
           END-PERFORM.
           IF NOT LINHA-PEDIDO-ACHADA
             GO TO 0240-MEDIR-SAIDA
           END-IF.
           COMPUTE WRK-PRAZO =
               WRK-SERIAL-ENTRADA - WRK-PL-SERIAL(WRK-IND-PEDLIN).
           IF WRK-PRAZO LESS ZEROS
             GO TO 0240-MEDIR-SAIDA
           END-IF.
           ADD 1         TO WRK-SC-ENTREGAS(WRK-IND-FORNEC).
           ADD WRK-PRAZO TO WRK-SC-SOMA-PRAZO(WRK-IND-FORNEC).
           IF WRK-PRAZO GREATER WRK-SC-PIOR-PRAZO(WRK-IND-FORNEC)
             MOVE WRK-PRAZO TO WRK-SC-PIOR-PRAZO(WRK-IND-FORNEC)
           END-IF.
       0240-MEDIR-SAIDA.
           EXIT.

      *--- VARIACAO % CONTRA O CUSTO DO RECEBIMENTO ANTERIOR ---
       0245-MEDIR-CUSTO                SECTION.
           IF NOT CUSTO-ACHADO
             GO TO 0245-MEDIR-SAIDA
           END-IF.
           IF WRK-UC-CUSTO(WRK-IND-CUSTO) EQUAL ZEROS
             GO TO 0245-MEDIR-SAIDA
           END-IF.
           COMPUTE WRK-VAR-PCT ROUNDED =
               (ENT-CUSTO-UNIT - WRK-UC-CUSTO(WRK-IND-CUSTO)) * 100
               / WRK-UC-CUSTO(WRK-IND-CUSTO).
           ADD 1           TO WRK-SC-COMPARADAS(WRK-IND-FORNEC).
           ADD WRK-VAR-PCT TO WRK-SC-SOMA-VAR(WRK-IND-FORNEC).
           IF WRK-VAR-PCT GREATER ZEROS
             ADD 1 TO WRK-SC-ALTAS(WRK-IND-FORNEC)
             IF WRK-VAR-PCT GREATER WRK-SC-MAIOR-ALTA(WRK-IND-FORNEC)
               MOVE WRK-VAR-PCT TO WRK-SC-MAIOR-ALTA(WRK-IND-FORNEC)
             END-IF
           END-IF.
       0245-MEDIR-SAIDA.
           EXIT.

       0250-IMPRIMIR-AVALIACAO         SECTION.
           MOVE "AVALIACAO DE FORNECEDORES - PEDIDO X ENTREGA"
             TO REG-RELFORN.
           WRITE REG-RELFORN.
           MOVE WRK-JANELA-DIAS TO WRK-LJ-DIAS.
           MOVE DTM-AAAAMMDD    TO WRK-LJ-HOJE.
           MOVE WRK-LINHA-JANELA TO REG-RELFORN.
           WRITE REG-RELFORN.
           MOVE SPACES TO REG-RELFORN.
           WRITE REG-RELFORN.
           MOVE "LINS = LINHAS PEDIDAS  ATD = ATENDIMENTO  FAL/CAN = "
             TO REG-RELFORN.
           MOVE "ENCERRADAS COM FALTA/CANCELADAS" TO REG-RELFORN(53:).
           WRITE REG-RELFORN.
           MOVE "PRZ/MAX = PRAZO DE ENTREGA MEDIO/PIOR EM DIAS  VAR = "
             TO REG-RELFORN.
           MOVE "CUSTO X RECEBIMENTO ANTERIOR" TO REG-RELFORN(53:).
           WRITE REG-RELFORN.
           MOVE SPACES TO REG-RELFORN.
           WRITE REG-RELFORN.
           MOVE "ID   FORNECEDOR         LINS ATD % FAL CAN PRZ MAX "
             TO REG-RELFORN.
           MOVE "VAR.MED ALT MAIOR %" TO REG-RELFORN(52:).
           WRITE REG-RELFORN.

           MOVE 1 TO WRK-IND-FORNEC.
           PERFORM 0255-IMPRIMIR-FORNECEDOR
             UNTIL WRK-IND-FORNEC GREATER WRK-QTD-FORNEC.

           MOVE SPACES TO REG-RELFORN.
           WRITE REG-RELFORN.
           MOVE ZEROS TO WRK-ATENDIMENTO.
           IF WRK-TOT-PEDIDA GREATER ZEROS
             COMPUTE WRK-ATENDIMENTO ROUNDED =
                 WRK-TOT-RECEBIDA * 100 / WRK-TOT-PEDIDA
           END-IF.
           MOVE "ATENDIMENTO GERAL (%)..................."
             TO WRK-LT-ROTULO.
           MOVE WRK-ATENDIMENTO TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELFORN.
           WRITE REG-RELFORN.
           MOVE ZEROS TO WRK-PRAZO-MEDIO.
           IF WRK-TOT-ENTREGAS GREATER ZEROS
             COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                 WRK-TOT-SOMA-PRAZO / WRK-TOT-ENTREGAS
           END-IF.
           MOVE "PRAZO MEDIO GERAL (DIAS)................"
             TO WRK-LT-ROTULO.
           MOVE WRK-PRAZO-MEDIO TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELFORN.
           WRITE REG-RELFORN.
           CLOSE RELFORN.

           DISPLAY "FORNECEDORES AVALIADOS: " WRK-ACUM-LINHAS.
           DISPLAY "AVALIACAO GRAVADA EM " WRK-CAMINHO-RELFORN.

      *--- SO SAI QUEM TEVE PEDIDO OU ENTREGA NA JANELA ---
       0255-IMPRIMIR-FORNECEDOR        SECTION.
           IF WRK-SC-LINHAS(WRK-IND-FORNEC) EQUAL ZEROS
              AND WRK-SC-ENTREGAS(WRK-IND-FORNEC) EQUAL ZEROS
              AND WRK-SC-COMPARADAS(WRK-IND-FORNEC) EQUAL ZEROS
             GO TO 0255-IMPRIMIR-SAIDA
           END-IF.
           MOVE WRK-SC-ID(WRK-IND-FORNEC)     TO WRK-LF-ID.
           MOVE WRK-SC-NOME(WRK-IND-FORNEC)   TO WRK-LF-NOME.
           MOVE WRK-SC-LINHAS(WRK-IND-FORNEC) TO WRK-LF-LINHAS.
           MOVE ZEROS TO WRK-ATENDIMENTO.
           IF WRK-SC-PEDIDA(WRK-IND-FORNEC) GREATER ZEROS
             COMPUTE WRK-ATENDIMENTO ROUNDED =
                 WRK-SC-RECEBIDA(WRK-IND-FORNEC) * 100
                 / WRK-SC-PEDIDA(WRK-IND-FORNEC)
           END-IF.
           MOVE WRK-ATENDIMENTO TO WRK-LF-ATEND.
           MOVE WRK-SC-FALTA(WRK-IND-FORNEC)  TO WRK-LF-FALTA.
           MOVE WRK-SC-CANCEL(WRK-IND-FORNEC) TO WRK-LF-CANCEL.
           MOVE ZEROS TO WRK-PRAZO-MEDIO.
           IF WRK-SC-ENTREGAS(WRK-IND-FORNEC) GREATER ZEROS
             COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                 WRK-SC-SOMA-PRAZO(WRK-IND-FORNEC)
                 / WRK-SC-ENTREGAS(WRK-IND-FORNEC)
           END-IF.
           MOVE WRK-PRAZO-MEDIO TO WRK-LF-PRAZO-MED.
           MOVE WRK-SC-PIOR-PRAZO(WRK-IND-FORNEC) TO WRK-LF-PRAZO-MAX.
           MOVE ZEROS TO WRK-VAR-MEDIA.
           IF WRK-SC-COMPARADAS(WRK-IND-FORNEC) GREATER ZEROS
             COMPUTE WRK-VAR-MEDIA ROUNDED =
                 WRK-SC-SOMA-VAR(WRK-IND-FORNEC)
                 / WRK-SC-COMPARADAS(WRK-IND-FORNEC)
           END-IF.
           MOVE WRK-VAR-MEDIA TO WRK-LF-VAR-MEDIA.
           MOVE WRK-SC-ALTAS(WRK-IND-FORNEC)      TO WRK-LF-ALTAS.
           MOVE WRK-SC-MAIOR-ALTA(WRK-IND-FORNEC) TO WRK-LF-MAIOR.
           MOVE WRK-LINHA-FORNEC TO REG-RELFORN.
           WRITE REG-RELFORN.
           ADD 1 TO WRK-ACUM-LINHAS.
           ADD WRK-SC-PEDIDA(WRK-IND-FORNEC)   TO WRK-TOT-PEDIDA.
           ADD WRK-SC-RECEBIDA(WRK-IND-FORNEC) TO WRK-TOT-RECEBIDA.
           ADD WRK-SC-ENTREGAS(WRK-IND-FORNEC) TO WRK-TOT-ENTREGAS.
           ADD WRK-SC-SOMA-PRAZO(WRK-IND-FORNEC)
             TO WRK-TOT-SOMA-PRAZO.
       0255-IMPRIMIR-SAIDA.
           ADD 1 TO WRK-IND-FORNEC.

      *--- DATA EM WRK-SERIAL DENTRO DOS ULTIMOS WRK-JANELA-DIAS ---
       0280-TESTAR-JANELA              SECTION.
           MOVE "N" TO WRK-SW-JANELA.
           COMPUTE WRK-DIAS-ATRAS = WRK-SERIAL-HOJE - WRK-SERIAL.
           IF WRK-DIAS-ATRAS IS GREATER THAN OR EQUAL TO ZEROS
              AND WRK-DIAS-ATRAS IS LESS THAN OR EQUAL TO
                  WRK-JANELA-DIAS
             SET DENTRO-DA-JANELA TO TRUE
           END-IF.

      *--- SERIAL DE DIAS CORRIDOS DA DATA EM WRK-DATA-SER ---
       0290-SERIAL-DE-DIAS             SECTION.
           IF WRK-DS-MES LESS 01 OR WRK-DS-MES GREATER 12
             MOVE 01 TO WRK-DS-MES
           END-IF.
           COMPUTE WRK-SERIAL =
               (WRK-DS-ANO * 365)
               + WRK-CUM-DIAS(WRK-DS-MES)
               + WRK-DS-DIA.
           DIVIDE WRK-DS-ANO BY 4 GIVING WRK-RESTO-ANO.
           ADD WRK-RESTO-ANO TO WRK-SERIAL.
           DIVIDE WRK-DS-ANO BY 4 GIVING WRK-RESTO-ANO
             REMAINDER WRK-RESTO-ANO.
           IF WRK-RESTO-ANO EQUAL ZEROS
              AND WRK-DS-MES IS LESS THAN OR EQUAL TO 02
             SUBTRACT 1 FROM WRK-SERIAL
           END-IF.

           COPY "CAMFORP.cpy".
           COPY "CAMPEDP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PRD031"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-LINHAS TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS  TO LOG-QTD-LIDOS.
               MOVE WRK-VALOR-RECEBIDO TO LOG-HASH.
               MOVE "AVALIACAO DE FORNECEDORES" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
