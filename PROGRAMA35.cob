      *==           NOTA A PRAZO PASSA A PERCORRER TODAS AS PARCELAS
      *==           EM ABERTO (VENDA EM 3X DEVOLVIDA POR INTEIRO
      *==           QUITA AS TRES) E A SOBRA VALE NO DOCUMENTO.
      *== 15/10/2026 - JV - PROGRAMA DE FIDELIDADE: OS PONTOS QUE OS
      *==           ITENS DEVOLVIDOS RENDERAM NA VENDA (MESMA TAXA
      *==           POR CATEGORIA DO FIDTAXA.DAT) SAEM DO EXTRATO
      *==           FIDPONT.DAT COMO LANCAMENTO D, LIMITADOS AO QUE A
      *==           NOTA CREDITOU E AINDA NAO FOI ESTORNADO E AO
      *==           SALDO DO CLIENTE.
      *== 15/10/2026 - JV - NOTA ELETRONICA: A DEVOLUCAO ENTRA NA FILA
      *==           DA NF-E (MODULO NFEFILA, TIPO D SOB O NUMERO DA
      *==           NOTA ORIGINAL) COM O CREDITO E O ICMS ESTORNADO;
      *==           O PROGRAMA83 GERA O ARQUIVO DAS LINHAS DO DIA NO
      *==           DEVOLUCA.DAT.
      *== 15/10/2026 - JV - RASTREIO DE LOTE: A UNIDADE DEVOLVIDA
      *==           VOLTA AO LOTE DE ONDE A VENDA A TIROU (MOV-LOTE)
      *==           QUANDO ELE AINDA ESTA NO LOTES.DAT - SO SEM ELE
      *==           VALE O FEFO DE ANTES - E O DIARIO GRAVA O LOTE
      *==           CREDITADO (DEV-LOTE) PARA O RECALL DO PRD046.
      *== 15/10/2026 - JV - NOTA DA FORMA ESCOLA (MATERIAL COBRADO NA
      *==           MENSALIDADE) NAO DEVOLVE DINHEIRO: O CREDITO SAI
      *==           DA CONTA ESCOLAR (CONTAESC.DAT) - VENDA AINDA NAO
      *==           FATURADA TEM O VALOR RETIRADO DA PROXIMA
      *==           MENSALIDADE; VENDA JA FATURADA GANHA UM CREDITO
      *==           (TIPO D) QUE O ALU007 ABATE NA PROXIMA.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT FIDPONT ASSIGN TO WRK-CAMINHO-FIDPONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIDPONT.

           SELECT FIDTAXA ASSIGN TO WRK-CAMINHO-FIDTAXA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIDTAXA.

           SELECT CONTAESC ASSIGN TO WRK-CAMINHO-CONTAESC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS FS-CONTAESC.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
           COPY "LOTES.cpy".
       FD  CONTAREC.
           COPY "CONTAREC.cpy".
       FD  FIDPONT.
           COPY "FIDPONT.cpy".
       FD  FIDTAXA.
           COPY "FIDTAXA.cpy".
       FD  CONTAESC.
           COPY "CONTAESC.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".
           COPY "CAMEST.cpy".
           COPY "CAMLTS.cpy".
           COPY "CAMCRC.cpy".
           COPY "CAMFDP.cpy".
           COPY "CAMFTX.cpy".
           COPY "CAMCES.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
           COPY "NFEFILA.cpy".
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-PRODUTOS         PIC 9(02)    VALUE ZEROS.
       77  FS-TABICMS          PIC 9(02)    VALUE ZEROS.
       77  FS-ESTFILIA         PIC 9(02)    VALUE ZEROS.
       77  FS-LOTES            PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-FIDPONT          PIC 9(02)    VALUE ZEROS.
       77  FS-FIDTAXA          PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAESC         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.

       77  WRK-CAMINHO-CREDDOC PIC X(100)   VALUE
              10 WRK-IT-QTD       PIC 9(03).
              10 WRK-IT-VALOR     PIC 9(05)V99.
              10 WRK-IT-QTD-DEV   PIC 9(03).
              10 WRK-IT-LOTE      PIC X(10).
       77  WRK-QTD-ITENS       PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-ITENS       PIC 9(03)    VALUE 100.
       77  WRK-IND-ITEM        PIC 9(03)    VALUE ZEROS.
              10 WRK-LOT-VALIDADE PIC 9(08).
              10 WRK-LOT-QTD      PIC 9(05).
       77  WRK-QTD-LOTES       PIC 9(03)    VALUE ZEROS.
       77  WRK-LOTE-CREDITADO  PIC X(10)    VALUE SPACES.
       77  WRK-MAX-LOTES       PIC 9(03)    VALUE 300.
       77  WRK-IND-LOTE        PIC 9(03)    VALUE ZEROS.
       77  WRK-IND-FEFO        PIC 9(03)    VALUE ZEROS.
       77  WRK-CREDITO-RESTO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ACUM-ABATIDAS   PIC 9(02)    VALUE ZEROS.

      *--- CREDITO DA NOTA COBRADA NA MENSALIDADE (CONTAESC.DAT) ---
       77  WRK-SW-VENDA-ESC    PIC X(01)    VALUE "N".
           88 VENDA-ESCOLA-ACHADA           VALUE "S".
       77  WRK-CHAVE-VENDA-ESC PIC X(12)    VALUE SPACES.
       77  WRK-SEQ-ESC         PIC 9(02)    VALUE ZEROS.
       77  WRK-SALDO-ESCOLA    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ABATE-ESCOLA    PIC 9(06)V99 VALUE ZEROS.

      *--- PONTOS DE FIDELIDADE RENDIDOS PELOS ITENS DEVOLVIDOS ---
       01  WRK-TAB-TAXAS.
           05 WRK-TXP-ITEM OCCURS 50 TIMES.
              10 WRK-TXP-CATEGORIA PIC 9(03).
              10 WRK-TXP-PONTOS    PIC 9(02)V99.
       77  WRK-QTD-TAXAS       PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-TAXAS       PIC 9(02)    VALUE 50.
       77  WRK-IND-TAXA        PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-TAXA         PIC X(01)    VALUE "N".
           88 TAXA-ACHADA                   VALUE "S".
       77  WRK-TAXA-PADRAO     PIC 9(02)V99 VALUE 1,00.
       77  WRK-TAXA-ITEM       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-PONTOS-UNIDADE  PIC 9(07)    VALUE ZEROS.
       77  WRK-PONTOS-DEV      PIC 9(07)    VALUE ZEROS.
       77  WRK-PONTOS-DA-NOTA  PIC S9(08)   VALUE ZEROS.
       77  WRK-SALDO-PONTOS    PIC S9(08)   VALUE ZEROS.

      *--- LINHAS DO DOCUMENTO DE CREDITO ---
       01  WRK-CD-CABEC1       PIC X(42) VALUE
           "==========================================".
           PERFORM 0125-ABATER-JA-DEVOLVIDOS.
           PERFORM 0150-CARREGAR-ESTFILIA.
           PERFORM 0152-CARREGAR-LOTES.
           IF WRK-ID-CLIENTE GREATER ZEROS
              AND WRK-FORMA-PAGTO NOT EQUAL "PONTOS"
             PERFORM 0160-CARREGAR-TAXAS-PONTOS
           END-IF.

      *--------------------------------------------------------------
      *  0160-CARREGAR-TAXAS-PONTOS: MESMA TABELA DE PONTOS POR
      *  CATEGORIA DO PROGRAMA15 (CATEGORIA 000 = PADRAO; SEM O
      *  ARQUIVO, 1 PONTO POR REAL).
      *--------------------------------------------------------------
       0160-CARREGAR-TAXAS-PONTOS      SECTION.
           PERFORM 0180-OBTER-CAMINHO-FIDTAXA.
           OPEN INPUT FIDTAXA.
           IF FS-FIDTAXA NOT EQUAL 0
             GO TO 0160-CARREGAR-SAIDA
           END-IF.
           READ FIDTAXA NEXT RECORD.
           PERFORM UNTIL FS-FIDTAXA NOT EQUAL 00
             IF FTX-CATEGORIA EQUAL ZEROS
               MOVE FTX-PONTOS-REAL TO WRK-TAXA-PADRAO
             ELSE
               IF WRK-QTD-TAXAS LESS WRK-MAX-TAXAS
                 ADD 1 TO WRK-QTD-TAXAS
                 MOVE FTX-CATEGORIA
                   TO WRK-TXP-CATEGORIA(WRK-QTD-TAXAS)
                 MOVE FTX-PONTOS-REAL
                   TO WRK-TXP-PONTOS(WRK-QTD-TAXAS)
               END-IF
             END-IF
             READ FIDTAXA NEXT RECORD
           END-PERFORM.
           CLOSE FIDTAXA.
       0160-CARREGAR-SAIDA.
           EXIT.

       0162-LOCALIZAR-TAXA             SECTION.
           IF WRK-TXP-CATEGORIA(WRK-IND-TAXA) EQUAL PROD-CATEGORIA
             SET TAXA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-TAXA
           END-IF.

       0150-CARREGAR-ESTFILIA          SECTION.
           PERFORM 0148-OBTER-CAMINHO-ESTFILIA.
                    TO WRK-IT-QTD(WRK-QTD-ITENS)
                  MOVE MOV-VALOR
                    TO WRK-IT-VALOR(WRK-QTD-ITENS)
                  MOVE MOV-LOTE
                    TO WRK-IT-LOTE(WRK-QTD-ITENS)
                ELSE
                  DISPLAY "TABELA DE ITENS DA NOTA CHEIA (MAX "
                          WRK-MAX-ITENS ")"
       0127-ABATER-NO-ITEM             SECTION.
            IF WRK-IT-CODIGO(WRK-IND-ITEM) EQUAL DEV-CODIGO
               AND WRK-IT-QTD(WRK-IND-ITEM) GREATER ZEROS
               AND (DEV-LOTE EQUAL SPACES
                    OR WRK-IT-LOTE(WRK-IND-ITEM) EQUAL SPACES
                    OR DEV-LOTE EQUAL WRK-IT-LOTE(WRK-IND-ITEM))
              IF WRK-IT-QTD(WRK-IND-ITEM) IS GREATER THAN
                   OR EQUAL TO WRK-QTD-ABATER
                SUBTRACT WRK-QTD-ABATER
            IF WRK-QTD-DEVOLVIDA GREATER ZEROS
              PERFORM 0220-ESTORNAR-ESTOQUE
              PERFORM 0230-ESTORNAR-ICMS
              IF WRK-ID-CLIENTE GREATER ZEROS
                 AND WRK-FORMA-PAGTO NOT EQUAL "PONTOS"
                PERFORM 0250-PONTOS-DO-ITEM
              END-IF
              COMPUTE WRK-VALOR-ITEM =
                  WRK-QTD-DEVOLVIDA * WRK-IT-VALOR(WRK-IND-ITEM)
              ADD WRK-VALOR-ITEM TO WRK-CREDITO-TOTAL
      *--- DEVOLVE A QUANTIDADE AO SALDO DO CADASTRO, AO SALDO DA ---
      *--- FILIAL DA NOTA E AO SALDO POR LOTE                     ---
       0220-ESTORNAR-ESTOQUE           SECTION.
            MOVE SPACES TO WRK-LOTE-CREDITADO.
            MOVE WRK-IT-CODIGO(WRK-IND-ITEM) TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                DISPLAY "PRODUTO NAO CADASTRADO - ESTOQUE NAO FOI "
                        "ESTORNADO - CODIGO " PROD-CODIGO
                MOVE ZEROS TO PROD-CATEGORIA
              NOT INVALID KEY
                ADD WRK-QTD-DEVOLVIDA TO PROD-QTD-ESTOQUE
                REWRITE REG-PRODUTOS
            MOVE "N"   TO WRK-SW-TEM-LOTE.
            MOVE "N"   TO WRK-SW-LOTE-VIVO.
            MOVE ZEROS TO WRK-IND-FEFO.
            IF WRK-IT-LOTE(WRK-IND-ITEM) NOT EQUAL SPACES
              MOVE 1 TO WRK-IND-LOTE
              PERFORM 0227-LOCALIZAR-LOTE-VENDA
                UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
                   OR LOTE-VALIDO-ACHADO
            END-IF.
            IF NOT LOTE-VALIDO-ACHADO
              MOVE 1 TO WRK-IND-LOTE
              PERFORM 0226-ESCOLHER-LOTE-DEV
                UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
            END-IF.
            IF NOT PRODUTO-TEM-LOTE
              GO TO 0224-CREDITAR-SAIDA
            END-IF.
            IF LOTE-VALIDO-ACHADO
              ADD WRK-QTD-DEVOLVIDA TO WRK-LOT-QTD(WRK-IND-FEFO)
              MOVE WRK-LOT-NUMERO(WRK-IND-FEFO) TO WRK-LOTE-CREDITADO
              DISPLAY "DEVOLUCAO CREDITADA NO LOTE "
                      WRK-LOT-NUMERO(WRK-IND-FEFO)
            ELSE
                  TO WRK-LOT-VALIDADE(WRK-QTD-LOTES)
                MOVE WRK-QTD-DEVOLVIDA
                  TO WRK-LOT-QTD(WRK-QTD-LOTES)
                MOVE "DEVOLUCAO " TO WRK-LOTE-CREDITADO
                DISPLAY "SEM LOTE NA VALIDADE - ABERTO LOTE "
                        "DEVOLUCAO COM VALIDADE DE HOJE"
              END-IF
       0224-CREDITAR-SAIDA.
            EXIT.

      *--- O LOTE DA VENDA, ENQUANTO ELE EXISTIR NO LOTES.DAT ---
       0227-LOCALIZAR-LOTE-VENDA       SECTION.
            IF WRK-LOT-CODIGO(WRK-IND-LOTE) EQUAL PROD-CODIGO
               AND WRK-LOT-NUMERO(WRK-IND-LOTE) EQUAL
                   WRK-IT-LOTE(WRK-IND-ITEM)
               SET PRODUTO-TEM-LOTE TO TRUE
               SET LOTE-VALIDO-ACHADO TO TRUE
               MOVE WRK-IND-LOTE TO WRK-IND-FEFO
            ELSE
               ADD 1 TO WRK-IND-LOTE
            END-IF.

      *--- MESMA ESCOLHA FEFO DO 0206A DO PROGRAMA15 ---
       0226-ESCOLHER-LOTE-DEV          SECTION.
            IF WRK-LOT-CODIGO(WRK-IND-LOTE) EQUAL PROD-CODIGO
            MOVE WRK-IT-VALOR(WRK-IND-ITEM)  TO DEV-VALOR.
            MOVE WRK-ICMS-ITEM               TO DEV-ICMS.
            MOVE WRK-FILIAL-NOTA             TO DEV-FILIAL.
            MOVE WRK-LOTE-CREDITADO          TO DEV-LOTE.
            WRITE REG-DEVOLUCAO.

      *--- PONTOS QUE AS UNIDADES DEVOLVIDAS RENDERAM NA VENDA ---
      *--- (A VENDA CALCULA UNIDADE A UNIDADE, COM TRUNCAMENTO)  ---
       0250-PONTOS-DO-ITEM             SECTION.
            MOVE 1   TO WRK-IND-TAXA.
            MOVE "N" TO WRK-SW-TAXA.
            PERFORM 0162-LOCALIZAR-TAXA
              UNTIL WRK-IND-TAXA GREATER WRK-QTD-TAXAS
                 OR TAXA-ACHADA.
            IF TAXA-ACHADA
              MOVE WRK-TXP-PONTOS(WRK-IND-TAXA) TO WRK-TAXA-ITEM
            ELSE
              MOVE WRK-TAXA-PADRAO TO WRK-TAXA-ITEM
            END-IF.
            COMPUTE WRK-PONTOS-UNIDADE =
                WRK-IT-VALOR(WRK-IND-ITEM) * WRK-TAXA-ITEM.
            COMPUTE WRK-PONTOS-DEV = WRK-PONTOS-DEV
                + WRK-PONTOS-UNIDADE * WRK-QTD-DEVOLVIDA.

       0300-FINALIZAR                  SECTION.
            CLOSE PRODUTOS.
            CLOSE DEVOLUCAO.

            IF WRK-PONTOS-DEV GREATER ZEROS
              PERFORM 0350-ESTORNAR-PONTOS
            END-IF.

            IF WRK-CREDITO-TOTAL EQUAL ZEROS
              DISPLAY "NENHUM ITEM DEVOLVIDO - NADA FOI GRAVADO"
            ELSE
              IF WRK-FORMA-PAGTO EQUAL "A PRAZO"
                PERFORM 0310-ABATER-PARCELA
              END-IF
              IF WRK-FORMA-PAGTO EQUAL "ESCOLA"
                PERFORM 0312-ABATER-CONTA-ESCOLA
              END-IF
              PERFORM 0320-GRAVAR-DOCUMENTO-CREDITO
              PERFORM 0360-ENFILEIRAR-NFE
            END-IF.

            IF ESTFILIA-ALTERADO
       0310-ABATER-SAIDA.
            EXIT.

      *--------------------------------------------------------------
      *  0312-ABATER-CONTA-ESCOLA: NOTA COBRADA NA MENSALIDADE NAO
      *  DEVOLVE DINHEIRO. O CREDITO ACUMULA NO DEVOLVIDO DA VENDA
      *  NA CONTA ESCOLAR (NUNCA ALEM DO VALOR DA NOTA): PENDENTE,
      *  O ALU007 SO COBRA O QUE SOBROU; JA FATURADA, ABRE-SE UM
      *  CREDITO PENDENTE NA SEQUENCIA SEGUINTE DA NOTA PARA A
      *  PROXIMA MENSALIDADE. O ALUNO NAO ESTA NO MOVIMENTO - A NOTA
      *  E PROCURADA NA CONTA ESCOLAR INTEIRA.
      *--------------------------------------------------------------
       0312-ABATER-CONTA-ESCOLA        SECTION.
            PERFORM 0187-OBTER-CAMINHO-CONTAESC.
            OPEN I-O CONTAESC.
            IF FS-CONTAESC NOT EQUAL 0
              DISPLAY "CONTA ESCOLAR NAO FOI ABERTA - STATUS "
                      FS-CONTAESC
              GO TO 0312-ABATER-SAIDA
            END-IF.

            MOVE "N"   TO WRK-SW-VENDA-ESC.
            MOVE ZEROS TO WRK-SEQ-ESC.
            READ CONTAESC NEXT RECORD.
            PERFORM UNTIL FS-CONTAESC NOT EQUAL 00
              IF CES-NOTA EQUAL WRK-NUM-NOTA
                 AND CES-FILIAL EQUAL WRK-FILIAL-NOTA
                IF CES-VENDA AND NOT CES-CANCELADO
                  SET VENDA-ESCOLA-ACHADA TO TRUE
                  MOVE CES-CHAVE TO WRK-CHAVE-VENDA-ESC
                END-IF
                IF CES-SEQ GREATER WRK-SEQ-ESC
                  MOVE CES-SEQ TO WRK-SEQ-ESC
                END-IF
              END-IF
              READ CONTAESC NEXT RECORD
            END-PERFORM.

            IF NOT VENDA-ESCOLA-ACHADA
              DISPLAY "NOTA " WRK-NUM-NOTA " NAO ENCONTRADA NA CONTA "
                      "ESCOLAR - CREDITO SAI SO NO DOCUMENTO"
              CLOSE CONTAESC
              GO TO 0312-ABATER-SAIDA
            END-IF.

            MOVE WRK-CHAVE-VENDA-ESC TO CES-CHAVE.
            READ CONTAESC KEY IS CES-CHAVE
              INVALID KEY
                DISPLAY "CONTA ESCOLAR NAO FOI RELIDA - STATUS "
                        FS-CONTAESC
                CLOSE CONTAESC
                GO TO 0312-ABATER-SAIDA
            END-READ.

            COMPUTE WRK-SALDO-ESCOLA =
                CES-VALOR - CES-VALOR-DEVOLVIDO.
            IF WRK-CREDITO-TOTAL GREATER WRK-SALDO-ESCOLA
              MOVE WRK-SALDO-ESCOLA  TO WRK-ABATE-ESCOLA
            ELSE
              MOVE WRK-CREDITO-TOTAL TO WRK-ABATE-ESCOLA
            END-IF.
            IF WRK-ABATE-ESCOLA EQUAL ZEROS
              DISPLAY "NOTA " WRK-NUM-NOTA " JA ESTORNADA POR INTEIRO "
                      "NA CONTA ESCOLAR"
              CLOSE CONTAESC
              GO TO 0312-ABATER-SAIDA
            END-IF.

            ADD WRK-ABATE-ESCOLA TO CES-VALOR-DEVOLVIDO.
            REWRITE REG-CONTAESC
              INVALID KEY
                DISPLAY "CONTA ESCOLAR NAO FOI REGRAVADA - STATUS "
                        FS-CONTAESC
                CLOSE CONTAESC
                GO TO 0312-ABATER-SAIDA
            END-REWRITE.

            IF CES-FATURADO
              ADD 1 TO WRK-SEQ-ESC
              MOVE WRK-SEQ-ESC      TO CES-SEQ
              MOVE 'D'              TO CES-TIPO
              MOVE DTM-AAAAMMDD     TO CES-DATA
              MOVE WRK-ABATE-ESCOLA TO CES-VALOR
              MOVE ZEROS            TO CES-VALOR-DEVOLVIDO
              MOVE ZEROS            TO CES-VALOR-FATURADO
              MOVE 'P'              TO CES-STATUS
              MOVE ZEROS            TO CES-COMPETENCIA
              MOVE "DEVOLUCAO"      TO CES-OPERADOR
              WRITE REG-CONTAESC
                INVALID KEY
                  DISPLAY "CREDITO NAO FOI GRAVADO NA CONTA ESCOLAR - "
                          "STATUS " FS-CONTAESC
                NOT INVALID KEY
                  DISPLAY "CREDITO DE " WRK-ABATE-ESCOLA " NA "
                          "PROXIMA MENSALIDADE DO ALUNO " CES-ALU-ID
              END-WRITE
            ELSE
              DISPLAY WRK-ABATE-ESCOLA " RETIRADO DA PROXIMA "
                      "MENSALIDADE DO ALUNO " CES-ALU-ID
            END-IF.
            CLOSE CONTAESC.

            IF WRK-CREDITO-TOTAL GREATER WRK-ABATE-ESCOLA
              DISPLAY "CREDITO ALEM DA NOTA NA CONTA ESCOLAR - VALE "
                      "NO DOCUMENTO DE CREDITO"
            END-IF.
       0312-ABATER-SAIDA.
            EXIT.

       0315-ABATER-PROXIMA             SECTION.
            READ CONTAREC NEXT RECORD.
            IF FS-CONTAREC NOT EQUAL 00
                TO REG-CREDDOC
              WRITE REG-CREDDOC
            END-IF.
            IF WRK-FORMA-PAGTO EQUAL "ESCOLA"
              MOVE "** CREDITO NA MENSALIDADE DO ALUNO **"
                TO REG-CREDDOC
              WRITE REG-CREDDOC
            END-IF.
            MOVE SPACES TO REG-CREDDOC.
            WRITE REG-CREDDOC.
            CLOSE CREDDOC.
            WRITE REG-LOTE.
            ADD 1 TO WRK-IND-LOTE.

      *--------------------------------------------------------------
      *  0350-ESTORNAR-PONTOS: OS PONTOS DOS ITENS DEVOLVIDOS SAEM DO
      *  EXTRATO, SEM PASSAR DO QUE A NOTA CREDITOU MENOS O QUE
      *  DEVOLUCOES E CANCELAMENTO ANTERIORES JA TIRARAM (RERODADA
      *  NAO ESTORNA DUAS VEZES) NEM DO SALDO DO CLIENTE - PONTO JA
      *  RESGATADO NAO DEIXA O SALDO NEGATIVO; A DIFERENCA E AVISADA.
      *--------------------------------------------------------------
       0350-ESTORNAR-PONTOS            SECTION.
            MOVE ZEROS TO WRK-PONTOS-DA-NOTA.
            MOVE ZEROS TO WRK-SALDO-PONTOS.
            PERFORM 0179-OBTER-CAMINHO-FIDPONT.
            OPEN INPUT FIDPONT.
            IF FS-FIDPONT NOT EQUAL 0
              DISPLAY "EXTRATO DE PONTOS NAO FOI ABERTO - PONTOS "
                      "NAO ESTORNADOS - STATUS " FS-FIDPONT
              GO TO 0350-ESTORNAR-SAIDA
            END-IF.
            READ FIDPONT NEXT RECORD.
            PERFORM UNTIL FS-FIDPONT NOT EQUAL 00
              IF FDP-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                IF FDP-ENTRADA
                  ADD FDP-PONTOS TO WRK-SALDO-PONTOS
                ELSE
                  SUBTRACT FDP-PONTOS FROM WRK-SALDO-PONTOS
                END-IF
                IF FDP-NOTA EQUAL WRK-NUM-NOTA
                   AND FDP-FILIAL EQUAL WRK-FILIAL-NOTA
                  IF FDP-CREDITO
                    ADD FDP-PONTOS TO WRK-PONTOS-DA-NOTA
                  END-IF
                  IF FDP-DEVOLUCAO OR FDP-ESTORNO-CREDITO
                    SUBTRACT FDP-PONTOS FROM WRK-PONTOS-DA-NOTA
                  END-IF
                END-IF
              END-IF
              READ FIDPONT NEXT RECORD
            END-PERFORM.
            CLOSE FIDPONT.

            IF WRK-PONTOS-DEV GREATER WRK-PONTOS-DA-NOTA
              IF WRK-PONTOS-DA-NOTA LESS ZEROS
                MOVE ZEROS TO WRK-PONTOS-DEV
              ELSE
                MOVE WRK-PONTOS-DA-NOTA TO WRK-PONTOS-DEV
              END-IF
            END-IF.
            IF WRK-PONTOS-DEV GREATER WRK-SALDO-PONTOS
              DISPLAY "CLIENTE JA USOU PARTE DOS PONTOS DA NOTA - "
                      "ESTORNADO SO O SALDO"
              IF WRK-SALDO-PONTOS LESS ZEROS
                MOVE ZEROS TO WRK-PONTOS-DEV
              ELSE
                MOVE WRK-SALDO-PONTOS TO WRK-PONTOS-DEV
              END-IF
            END-IF.
            IF WRK-PONTOS-DEV EQUAL ZEROS
              GO TO 0350-ESTORNAR-SAIDA
            END-IF.

            OPEN EXTEND FIDPONT.
            IF FS-FIDPONT NOT EQUAL 0
              DISPLAY "EXTRATO DE PONTOS NAO FOI ABERTO - PONTOS "
                      "NAO ESTORNADOS - STATUS " FS-FIDPONT
              GO TO 0350-ESTORNAR-SAIDA
            END-IF.
            MOVE WRK-ID-CLIENTE    TO FDP-ID-CLIENTE.
            MOVE DTM-AAAAMMDD      TO FDP-DATA.
            MOVE 'D'               TO FDP-TIPO.
            MOVE WRK-FILIAL-NOTA   TO FDP-FILIAL.
            MOVE WRK-NUM-NOTA      TO FDP-NOTA.
            MOVE WRK-PONTOS-DEV    TO FDP-PONTOS.
            MOVE ZEROS             TO FDP-VALIDADE.
            MOVE WRK-CREDITO-TOTAL TO FDP-VALOR.
            WRITE REG-FIDPONT.
            CLOSE FIDPONT.
            DISPLAY "PONTOS ESTORNADOS DO CLIENTE " WRK-ID-CLIENTE
                    ": " WRK-PONTOS-DEV.
       0350-ESTORNAR-SAIDA.
            EXIT.

      *--------------------------------------------------------------
      *  0360-ENFILEIRAR-NFE: A DEVOLUCAO ENTRA NA FILA DA NOTA
      *  ELETRONICA. SEGUNDA DEVOLUCAO DA MESMA NOTA NO DIA, DEPOIS
      *  DE A PRIMEIRA JA TER SIDO GERADA, NAO TEM COMO ENTRAR - O
      *  FISCAL EMITE A NOTA DELA A PARTE.
      *--------------------------------------------------------------
       0360-ENFILEIRAR-NFE             SECTION.
            MOVE WRK-FILIAL-NOTA   TO NFF-FILIAL.
            MOVE "D"               TO NFF-TIPO.
            MOVE WRK-NUM-NOTA      TO NFF-NOTA.
            MOVE DTM-AAAAMMDD      TO NFF-DATA.
            MOVE WRK-ID-CLIENTE    TO NFF-ID-CLIENTE.
            MOVE WRK-FORMA-PAGTO   TO NFF-FORMA-PAGTO.
            MOVE WRK-CREDITO-TOTAL TO NFF-VALOR.
            MOVE WRK-ICMS-ESTORNO  TO NFF-ICMS.
            MOVE ZEROS             TO NFF-FRETE.
            MOVE ZEROS             TO NFF-DESCONTO.
            CALL "NFEFILA" USING WRK-AREA-NFEFILA.
            EVALUATE TRUE
              WHEN NFF-JA-TRANSMITIDA
                DISPLAY "OUTRA DEVOLUCAO DESTA NOTA JA FOI TRANSMITIDA "
                        "HOJE - AVISE O FISCAL PARA EMITIR A NF-E "
                        "DESTA DEVOLUCAO"
              WHEN NFF-ERRO
                DISPLAY "DEVOLUCAO NAO ENTROU NA FILA DA NF-E - STATUS "
                        NFF-STATUS-ARQ " - AVISE O FISCAL"
              WHEN NFF-CONTINGENCIA
                DISPLAY "NF-E DA DEVOLUCAO EMITIDA EM CONTINGENCIA"
            END-EVALUATE.

           COPY "CAMMOVP.cpy".
           COPY "CAMPRODP.cpy".
           COPY "CAMICMP.cpy".
           COPY "CAMESTP.cpy".
           COPY "CAMLTSP.cpy".
           COPY "CAMCRCP.cpy".
           COPY "CAMFDPP.cpy".
           COPY "CAMFTXP.cpy".
           COPY "CAMCESP.cpy".
           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
