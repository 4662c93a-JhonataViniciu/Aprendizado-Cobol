       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD029.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: RELATORIO DE ESTOQUE PARADO - LISTA OS PRODUTOS
      *==            COM SALDO NO CADASTRO (PROD-QTD-ESTOQUE) E OS
      *==            SALDOS DE CADA FILIAL (ESTFILIA.DAT) QUE NAO TEM
      *==            VENDA NO VENDMOV.DAT HA 30, 60, 90 OU 180 DIAS OU
      *==            MAIS (NA FILIAL, A VENDA QUE CONTA E A DA PROPRIA
      *==            FILIAL), COM A DATA DA ULTIMA VENDA E DA ULTIMA
      *==            ENTRADA (ENTRADAS.DAT) E O SALDO VALORIZADO AO
      *==            CUSTO MEDIO. TOTAIS POR FAIXA, POR FILIAL E POR
      *==            CATEGORIA COMERCIAL - O DINHEIRO PARADO NA
      *==            PRATELEIRA ANTES DE CONFIRMAR PEDIDOS NO PRD013.
      *==            SAIDA DATADA PELO RELGER E EXECUCAO NO BATCHLOG
      *==            COM O VALOR PARADO EM LOG-HASH.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT ESTFILIA ASSIGN TO WRK-CAMINHO-ESTFILIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTFILIA.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT ENTRADAS ASSIGN TO WRK-CAMINHO-ENTRADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADAS.

           SELECT RELPARADO ASSIGN TO WRK-CAMINHO-RELPARADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELPARADO.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDPAR ASSIGN TO "WRKORDPAR".

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  ESTFILIA.
           COPY "ESTFILIA.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  ENTRADAS.
       01  REG-ENTRADA.
           05 ENT-DATA         PIC 9(08).
           05 ENT-FORNECEDOR   PIC 9(04).
           05 ENT-CODIGO       PIC 9(05).
           05 ENT-QTD          PIC 9(05).
           05 ENT-CUSTO-UNIT   PIC 9(05)V99.
           05 ENT-CUSTO-TOTAL  PIC 9(08)V99.
       FD  RELPARADO.
       01  REG-RELPARADO       PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

      *--- GRUPO ZERO = SALDO DA EMPRESA, DEMAIS = FILIAL + 1 ---
       SD  WRK-ORDPAR.
       01  WRK-REG-ORDPAR.
           05 ORD-GRUPO      PIC 9(03).
           05 ORD-DIAS       PIC 9(05).
           05 ORD-IND        PIC 9(04).
           05 ORD-QTD        PIC 9(05).
           05 ORD-ULT-VENDA  PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMEST.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMFOR.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-ESTFILIA     PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-ENTRADAS     PIC 9(02) VALUE ZEROS.
       77  FS-RELPARADO    PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELPARADO PIC X(100) VALUE SPACES.

      *--- SERIAL DE DIAS CORRIDOS ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO   PIC 9(04).
           05 WRK-DS-MES   PIC 9(02).
           05 WRK-DS-DIA   PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL      PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-HOJE PIC 9(08) VALUE ZEROS.
       77  WRK-RESTO-ANO   PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS PIC 9(03) OCCURS 12 TIMES.

      *--- PRODUTOS DO CADASTRO ---
       01  WRK-TAB-PRD.
           05 WRK-PRD-ITEM OCCURS 1000 TIMES.
              10 WRK-PRD-CODIGO    PIC 9(05).
              10 WRK-PRD-DESCR     PIC X(30).
              10 WRK-PRD-CUSTO     PIC 9(05)V99.
              10 WRK-PRD-CATEG     PIC 9(03).
              10 WRK-PRD-QTD       PIC 9(05).
              10 WRK-PRD-ULT-VENDA PIC 9(08).
              10 WRK-PRD-ULT-ENTR  PIC 9(08).
       77  WRK-QTD-PRD     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-PRD     PIC 9(04) VALUE 1000.
       77  WRK-IND-PRD     PIC 9(04) VALUE ZEROS.
       77  WRK-CODIGO-BUSCA PIC 9(05) VALUE ZEROS.
       77  WRK-SW-PRD      PIC X(01) VALUE "N".
           88 PRODUTO-NA-TABELA     VALUE "S".
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".

      *--- SALDOS POR FILIAL COM A ULTIMA VENDA NA PROPRIA FILIAL ---
       01  WRK-TAB-SALDO.
           05 WRK-SLD-ITEM OCCURS 3000 TIMES.
              10 WRK-SLD-FILIAL    PIC 9(02).
              10 WRK-SLD-IND       PIC 9(04).
              10 WRK-SLD-QTD       PIC 9(05).
              10 WRK-SLD-ULT-VENDA PIC 9(08).
       77  WRK-QTD-SLD     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-SLD     PIC 9(04) VALUE 3000.
       77  WRK-IND-SLD     PIC 9(04) VALUE ZEROS.
       77  WRK-SW-CARGA-SLD PIC X(01) VALUE "N".
           88 CARGA-SLD-TRANSBORDOU VALUE "S".

      *--- TOTAIS POR FAIXA (1=30, 2=60, 3=90, 4=180 OU MAIS) ---
       01  WRK-TAB-TOT-CATEG.
           05 WRK-TCT-ITEM OCCURS 1000 TIMES.
              10 WRK-TCT-VALOR PIC 9(11)V99 OCCURS 4 TIMES.
       01  WRK-TAB-TOT-FILIAL.
           05 WRK-TFL-ITEM OCCURS 100 TIMES.
              10 WRK-TFL-VALOR PIC 9(11)V99 OCCURS 4 TIMES.
       01  WRK-TAB-TOT-EMPRESA.
           05 WRK-TEM-VALOR PIC 9(11)V99 OCCURS 4 TIMES.
       77  WRK-IND-GRUPO   PIC 9(04) VALUE ZEROS.
       77  WRK-IND-FAIXA   PIC 9(01) VALUE ZEROS.
       77  WRK-GRUPO-ATUAL PIC 9(03) VALUE ZEROS.
       77  WRK-SW-GRUPO    PIC X(01) VALUE "N".
           88 GRUPO-ABERTO          VALUE "S".

       77  WRK-DIAS        PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-PARADO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-LINHA   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FIM-ORDPAR  PIC X(01) VALUE "N".
       77  WRK-ACUM-LINHAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-PARADO  PIC 9(11)V99 VALUE ZEROS.

       01  WRK-LINHA-CABEC.
           05 FILLER PIC X(07) VALUE "CODIGO".
           05 FILLER PIC X(27) VALUE "DESCRICAO".
           05 FILLER PIC X(04) VALUE "CAT".
           05 FILLER PIC X(06) VALUE "  QTD".
           05 FILLER PIC X(15) VALUE "  VALOR (CUSTO)".
           05 FILLER PIC X(10) VALUE " ULT.VENDA".
           05 FILLER PIC X(10) VALUE " ULT.ENTR.".
           05 FILLER PIC X(06) VALUE " FAIXA".

       01  WRK-LINHA-PARADO.
           05 WRK-LP-CODIGO    PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LP-DESCR     PIC X(25).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LP-CATEG     PIC 9(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-QTD       PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LP-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LP-ULT-VENDA PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LP-ULT-ENTR  PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LP-FAIXA     PIC X(04).

       01  WRK-LINHA-GRUPO.
           05 FILLER           PIC X(07) VALUE "FILIAL ".
           05 WRK-LR-FILIAL    PIC 99.

       01  WRK-LINHA-CABEC-TOT.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "        30 DIAS".
           05 FILLER PIC X(17) VALUE "        60 DIAS".
           05 FILLER PIC X(17) VALUE "        90 DIAS".
           05 FILLER PIC X(17) VALUE "   180 OU MAIS".
           05 FILLER PIC X(17) VALUE "          TOTAL".

       01  WRK-LINHA-TOTAL.
           05 WRK-LT-ROTULO    PIC X(10).
           05 WRK-LT-CODIGO    PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99 OCCURS 5 TIMES.

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

           MOVE ZEROS TO WRK-TAB-TOT-CATEG.
           MOVE ZEROS TO WRK-TAB-TOT-FILIAL.
           MOVE ZEROS TO WRK-TAB-TOT-EMPRESA.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             GOBACK
           END-IF.
           READ PRODUTOS NEXT RECORD.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
             IF WRK-QTD-PRD LESS WRK-MAX-PRD
               ADD 1 TO WRK-QTD-PRD
               MOVE PROD-CODIGO      TO WRK-PRD-CODIGO(WRK-QTD-PRD)
               MOVE PROD-DESCRICAO   TO WRK-PRD-DESCR(WRK-QTD-PRD)
               MOVE PROD-CUSTO-MEDIO TO WRK-PRD-CUSTO(WRK-QTD-PRD)
               MOVE ZEROS            TO WRK-PRD-CATEG(WRK-QTD-PRD)
               IF PROD-CATEGORIA IS NUMERIC
                 MOVE PROD-CATEGORIA TO WRK-PRD-CATEG(WRK-QTD-PRD)
               END-IF
               MOVE PROD-QTD-ESTOQUE TO WRK-PRD-QTD(WRK-QTD-PRD)
               MOVE ZEROS            TO WRK-PRD-ULT-VENDA(WRK-QTD-PRD)
               MOVE ZEROS            TO WRK-PRD-ULT-ENTR(WRK-QTD-PRD)
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ PRODUTOS NEXT RECORD
           END-PERFORM.
           CLOSE PRODUTOS.
           IF CARGA-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-PRD " PRODUTOS - "
                     "OS EXCEDENTES FICAM FORA DO RELATORIO"
           END-IF.

      *    SALDO ZERADO NA FILIAL NAO INTERESSA AO RELATORIO
           PERFORM 0148-OBTER-CAMINHO-ESTFILIA.
           OPEN INPUT ESTFILIA.
           IF FS-ESTFILIA EQUAL 0
             READ ESTFILIA NEXT RECORD
             PERFORM UNTIL FS-ESTFILIA NOT EQUAL 00
               IF EST-QTD GREATER ZEROS
                 MOVE EST-CODIGO TO WRK-CODIGO-BUSCA
                 PERFORM 0210-LOCALIZAR-PRODUTO
                 IF PRODUTO-NA-TABELA
                   IF WRK-QTD-SLD LESS WRK-MAX-SLD
                     ADD 1 TO WRK-QTD-SLD
                     MOVE EST-FILIAL  TO WRK-SLD-FILIAL(WRK-QTD-SLD)
                     MOVE WRK-IND-PRD TO WRK-SLD-IND(WRK-QTD-SLD)
                     MOVE EST-QTD     TO WRK-SLD-QTD(WRK-QTD-SLD)
                     MOVE ZEROS     TO WRK-SLD-ULT-VENDA(WRK-QTD-SLD)
                   ELSE
                     SET CARGA-SLD-TRANSBORDOU TO TRUE
                   END-IF
                 END-IF
               END-IF
               READ ESTFILIA NEXT RECORD
             END-PERFORM
             CLOSE ESTFILIA
           END-IF.
           IF CARGA-SLD-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-SLD " SALDOS DE "
                     "FILIAL - OS EXCEDENTES FICAM FORA DO RELATORIO"
           END-IF.

           MOVE "ESTPARADO" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELPARADO.
           OPEN OUTPUT RELPARADO.
           IF FS-RELPARADO NOT EQUAL 0
             DISPLAY "RELATORIO DE ESTOQUE PARADO NAO FOI ABERTO - "
                     "STATUS " FS-RELPARADO
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           PERFORM 0220-APURAR-ULTIMA-VENDA.
           PERFORM 0230-APURAR-ULTIMA-ENTRADA.

           MOVE "ESTOQUE PARADO HA 30 DIAS OU MAIS - AO CUSTO MEDIO"
             TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           MOVE SPACES TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           MOVE "SALDO DA EMPRESA (PROD-QTD-ESTOQUE)"
             TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           MOVE WRK-LINHA-CABEC TO REG-RELPARADO.
           WRITE REG-RELPARADO.

           SORT WRK-ORDPAR ON ASCENDING KEY ORD-GRUPO
                           DESCENDING KEY ORD-DIAS
             INPUT PROCEDURE 0240-FORNECER-SALDOS
             OUTPUT PROCEDURE 0250-IMPRIMIR-PARADOS.

           PERFORM 0270-IMPRIMIR-TOTAIS.

           CLOSE RELPARADO.
           DISPLAY "LINHAS DE ESTOQUE PARADO: " WRK-ACUM-LINHAS.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELPARADO.

      *--- BUSCA DO CODIGO EM WRK-CODIGO-BUSCA NA TABELA ---
       0210-LOCALIZAR-PRODUTO          SECTION.
           MOVE 1   TO WRK-IND-PRD.
           MOVE "N" TO WRK-SW-PRD.
           PERFORM 0215-COMPARAR-PRODUTO
             UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD
                OR PRODUTO-NA-TABELA.

       0215-COMPARAR-PRODUTO           SECTION.
           IF WRK-PRD-CODIGO(WRK-IND-PRD) EQUAL WRK-CODIGO-BUSCA
             SET PRODUTO-NA-TABELA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-PRD
           END-IF.

      *--- A ULTIMA VENDA VALE PARA O PRODUTO E PARA O SALDO DA ---
      *--- FILIAL QUE VENDEU                                      ---
       0220-APURAR-ULTIMA-VENDA        SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV " - TODO SALDO SAI COMO SEM VENDA"
             GO TO 0220-APURAR-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             MOVE MOV-CODIGO TO WRK-CODIGO-BUSCA
             PERFORM 0210-LOCALIZAR-PRODUTO
             IF PRODUTO-NA-TABELA
               IF MOV-DATA GREATER WRK-PRD-ULT-VENDA(WRK-IND-PRD)
                 MOVE MOV-DATA TO WRK-PRD-ULT-VENDA(WRK-IND-PRD)
               END-IF
               MOVE 1 TO WRK-IND-SLD
               PERFORM 0225-MARCAR-VENDA-FILIAL
                 UNTIL WRK-IND-SLD GREATER WRK-QTD-SLD
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0220-APURAR-SAIDA.
           EXIT.

       0225-MARCAR-VENDA-FILIAL        SECTION.
           IF WRK-SLD-IND(WRK-IND-SLD) EQUAL WRK-IND-PRD
              AND WRK-SLD-FILIAL(WRK-IND-SLD) EQUAL MOV-FILIAL
              AND MOV-DATA GREATER WRK-SLD-ULT-VENDA(WRK-IND-SLD)
             MOVE MOV-DATA TO WRK-SLD-ULT-VENDA(WRK-IND-SLD)
           END-IF.
           ADD 1 TO WRK-IND-SLD.

       0230-APURAR-ULTIMA-ENTRADA      SECTION.
           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           OPEN INPUT ENTRADAS.
           IF FS-ENTRADAS NOT EQUAL 0
             GO TO 0230-APURAR-SAIDA
           END-IF.
           READ ENTRADAS NEXT RECORD.
           PERFORM UNTIL FS-ENTRADAS NOT EQUAL 00
             MOVE ENT-CODIGO TO WRK-CODIGO-BUSCA
             PERFORM 0210-LOCALIZAR-PRODUTO
             IF PRODUTO-NA-TABELA
                AND ENT-DATA GREATER WRK-PRD-ULT-ENTR(WRK-IND-PRD)
               MOVE ENT-DATA TO WRK-PRD-ULT-ENTR(WRK-IND-PRD)
             END-IF
             READ ENTRADAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTRADAS.
       0230-APURAR-SAIDA.
           EXIT.

      *--- SO ENTRA NA ORDENACAO O SALDO SEM VENDA HA 30+ DIAS ---
       0240-FORNECER-SALDOS            SECTION.
           MOVE 1 TO WRK-IND-PRD.
           PERFORM UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD
             IF WRK-PRD-QTD(WRK-IND-PRD) GREATER ZEROS
               MOVE WRK-PRD-ULT-VENDA(WRK-IND-PRD) TO ORD-ULT-VENDA
               PERFORM 0245-CALCULAR-DIAS
               IF WRK-DIAS IS GREATER THAN OR EQUAL TO 30
                 MOVE ZEROS       TO ORD-GRUPO
                 MOVE WRK-DIAS    TO ORD-DIAS
                 MOVE WRK-IND-PRD TO ORD-IND
                 MOVE WRK-PRD-QTD(WRK-IND-PRD) TO ORD-QTD
                 RELEASE WRK-REG-ORDPAR
               END-IF
             END-IF
             ADD 1 TO WRK-IND-PRD
           END-PERFORM.

           MOVE 1 TO WRK-IND-SLD.
           PERFORM UNTIL WRK-IND-SLD GREATER WRK-QTD-SLD
             MOVE WRK-SLD-ULT-VENDA(WRK-IND-SLD) TO ORD-ULT-VENDA
             PERFORM 0245-CALCULAR-DIAS
             IF WRK-DIAS IS GREATER THAN OR EQUAL TO 30
               COMPUTE ORD-GRUPO = WRK-SLD-FILIAL(WRK-IND-SLD) + 1
               MOVE WRK-DIAS    TO ORD-DIAS
               MOVE WRK-SLD-IND(WRK-IND-SLD) TO ORD-IND
               MOVE WRK-SLD-QTD(WRK-IND-SLD) TO ORD-QTD
               RELEASE WRK-REG-ORDPAR
             END-IF
             ADD 1 TO WRK-IND-SLD
           END-PERFORM.

      *--- SEM VENDA NENHUMA CONTA COMO A FAIXA MAIS ANTIGA ---
       0245-CALCULAR-DIAS              SECTION.
           IF ORD-ULT-VENDA EQUAL ZEROS
             MOVE 99999 TO WRK-DIAS
           ELSE
             MOVE ORD-ULT-VENDA TO WRK-DATA-SER-NUM
             PERFORM 0290-SERIAL-DE-DIAS
             IF WRK-SERIAL GREATER WRK-SERIAL-HOJE
               MOVE ZEROS TO WRK-DIAS
             ELSE
               COMPUTE WRK-DIAS = WRK-SERIAL-HOJE - WRK-SERIAL
             END-IF
           END-IF.

       0250-IMPRIMIR-PARADOS           SECTION.
           MOVE "N" TO WRK-FIM-ORDPAR.
           MOVE ZEROS TO WRK-GRUPO-ATUAL.
           RETURN WRK-ORDPAR AT END MOVE "S" TO WRK-FIM-ORDPAR.
           PERFORM UNTIL WRK-FIM-ORDPAR EQUAL "S"
             IF ORD-GRUPO NOT EQUAL WRK-GRUPO-ATUAL
               PERFORM 0255-ABRIR-FILIAL
             END-IF
             PERFORM 0260-IMPRIMIR-LINHA
             RETURN WRK-ORDPAR AT END MOVE "S" TO WRK-FIM-ORDPAR
           END-PERFORM.

       0255-ABRIR-FILIAL               SECTION.
           MOVE ORD-GRUPO TO WRK-GRUPO-ATUAL.
           IF NOT GRUPO-ABERTO
             MOVE SPACES TO REG-RELPARADO
             WRITE REG-RELPARADO
             MOVE "SALDO POR FILIAL (VENDA NA PROPRIA FILIAL)"
               TO REG-RELPARADO
             WRITE REG-RELPARADO
             SET GRUPO-ABERTO TO TRUE
           END-IF.
           COMPUTE WRK-LR-FILIAL = ORD-GRUPO - 1.
           MOVE SPACES TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           MOVE WRK-LINHA-GRUPO TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           MOVE WRK-LINHA-CABEC TO REG-RELPARADO.
           WRITE REG-RELPARADO.

      *--- A LINHA DA EMPRESA SOMA POR CATEGORIA, A DA FILIAL POR ---
      *--- FILIAL - CADA SALDO CONTA UMA VEZ EM CADA QUADRO        ---
       0260-IMPRIMIR-LINHA             SECTION.
           EVALUATE TRUE
             WHEN ORD-DIAS IS LESS THAN 60
               MOVE 1 TO WRK-IND-FAIXA
               MOVE "30" TO WRK-LP-FAIXA
             WHEN ORD-DIAS IS LESS THAN 90
               MOVE 2 TO WRK-IND-FAIXA
               MOVE "60" TO WRK-LP-FAIXA
             WHEN ORD-DIAS IS LESS THAN 180
               MOVE 3 TO WRK-IND-FAIXA
               MOVE "90" TO WRK-LP-FAIXA
             WHEN OTHER
               MOVE 4 TO WRK-IND-FAIXA
               MOVE "180+" TO WRK-LP-FAIXA
           END-EVALUATE.
           COMPUTE WRK-VALOR-PARADO ROUNDED =
               ORD-QTD * WRK-PRD-CUSTO(ORD-IND).

           IF ORD-GRUPO EQUAL ZEROS
             COMPUTE WRK-IND-GRUPO = WRK-PRD-CATEG(ORD-IND) + 1
             ADD WRK-VALOR-PARADO
               TO WRK-TCT-VALOR(WRK-IND-GRUPO, WRK-IND-FAIXA)
             ADD WRK-VALOR-PARADO TO WRK-TEM-VALOR(WRK-IND-FAIXA)
             ADD WRK-VALOR-PARADO TO WRK-TOT-PARADO
           ELSE
             ADD WRK-VALOR-PARADO
               TO WRK-TFL-VALOR(ORD-GRUPO, WRK-IND-FAIXA)
           END-IF.

           MOVE WRK-PRD-CODIGO(ORD-IND) TO WRK-LP-CODIGO.
           MOVE WRK-PRD-DESCR(ORD-IND)  TO WRK-LP-DESCR.
           MOVE WRK-PRD-CATEG(ORD-IND)  TO WRK-LP-CATEG.
           MOVE ORD-QTD                 TO WRK-LP-QTD.
           MOVE WRK-VALOR-PARADO        TO WRK-LP-VALOR.
           IF ORD-ULT-VENDA EQUAL ZEROS
             MOVE "NUNCA" TO WRK-LP-ULT-VENDA
           ELSE
             MOVE ORD-ULT-VENDA TO WRK-LP-ULT-VENDA
           END-IF.
           IF WRK-PRD-ULT-ENTR(ORD-IND) EQUAL ZEROS
             MOVE "NUNCA" TO WRK-LP-ULT-ENTR
           ELSE
             MOVE WRK-PRD-ULT-ENTR(ORD-IND) TO WRK-LP-ULT-ENTR
           END-IF.
           MOVE WRK-LINHA-PARADO TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           ADD 1 TO WRK-ACUM-LINHAS.

      *--- QUADROS DE TOTAIS: EMPRESA, CATEGORIA E FILIAL ---
       0270-IMPRIMIR-TOTAIS            SECTION.
           MOVE SPACES TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           MOVE "TOTAIS PARADOS POR FAIXA DE DIAS SEM VENDA"
             TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           MOVE WRK-LINHA-CABEC-TOT TO REG-RELPARADO.
           WRITE REG-RELPARADO.

           MOVE "EMPRESA   " TO WRK-LT-ROTULO.
           MOVE ZEROS TO WRK-LT-CODIGO.
           MOVE ZEROS TO WRK-TOT-LINHA.
           MOVE 1 TO WRK-IND-FAIXA.
           PERFORM UNTIL WRK-IND-FAIXA GREATER 4
             MOVE WRK-TEM-VALOR(WRK-IND-FAIXA)
               TO WRK-LT-VALOR(WRK-IND-FAIXA)
             ADD WRK-TEM-VALOR(WRK-IND-FAIXA) TO WRK-TOT-LINHA
             ADD 1 TO WRK-IND-FAIXA
           END-PERFORM.
           MOVE WRK-TOT-LINHA TO WRK-LT-VALOR(5).
           MOVE WRK-LINHA-TOTAL TO REG-RELPARADO.
           WRITE REG-RELPARADO.

           MOVE SPACES TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           MOVE "CATEGORIA " TO WRK-LT-ROTULO.
           MOVE 1 TO WRK-IND-GRUPO.
           PERFORM UNTIL WRK-IND-GRUPO GREATER 1000
             MOVE ZEROS TO WRK-TOT-LINHA
             MOVE 1 TO WRK-IND-FAIXA
             PERFORM UNTIL WRK-IND-FAIXA GREATER 4
               MOVE WRK-TCT-VALOR(WRK-IND-GRUPO, WRK-IND-FAIXA)
                 TO WRK-LT-VALOR(WRK-IND-FAIXA)
               ADD WRK-TCT-VALOR(WRK-IND-GRUPO, WRK-IND-FAIXA)
                 TO WRK-TOT-LINHA
               ADD 1 TO WRK-IND-FAIXA
             END-PERFORM
             IF WRK-TOT-LINHA GREATER ZEROS
               COMPUTE WRK-LT-CODIGO = WRK-IND-GRUPO - 1
               MOVE WRK-TOT-LINHA TO WRK-LT-VALOR(5)
               MOVE WRK-LINHA-TOTAL TO REG-RELPARADO
               WRITE REG-RELPARADO
             END-IF
             ADD 1 TO WRK-IND-GRUPO
           END-PERFORM.

           MOVE SPACES TO REG-RELPARADO.
           WRITE REG-RELPARADO.
           MOVE "FILIAL    " TO WRK-LT-ROTULO.
           MOVE 1 TO WRK-IND-GRUPO.
           PERFORM UNTIL WRK-IND-GRUPO GREATER 100
             MOVE ZEROS TO WRK-TOT-LINHA
             MOVE 1 TO WRK-IND-FAIXA
             PERFORM UNTIL WRK-IND-FAIXA GREATER 4
               MOVE WRK-TFL-VALOR(WRK-IND-GRUPO, WRK-IND-FAIXA)
                 TO WRK-LT-VALOR(WRK-IND-FAIXA)
               ADD WRK-TFL-VALOR(WRK-IND-GRUPO, WRK-IND-FAIXA)
                 TO WRK-TOT-LINHA
               ADD 1 TO WRK-IND-FAIXA
             END-PERFORM
             IF WRK-TOT-LINHA GREATER ZEROS
               COMPUTE WRK-LT-CODIGO = WRK-IND-GRUPO - 1
               MOVE WRK-TOT-LINHA TO WRK-LT-VALOR(5)
               MOVE WRK-LINHA-TOTAL TO REG-RELPARADO
               WRITE REG-RELPARADO
             END-IF
             ADD 1 TO WRK-IND-GRUPO
           END-PERFORM.

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

           COPY "CAMPRODP.cpy".
           COPY "CAMESTP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMFORP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PRD029"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-LINHAS TO LOG-QTD.
               MOVE WRK-TOT-PARADO  TO LOG-HASH.
               MOVE "RELATORIO DE ESTOQUE PARADO" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
