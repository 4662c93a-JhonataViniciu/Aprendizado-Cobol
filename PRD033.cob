       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD033.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: RECALCULO MENSAL DO ESTOQUE MINIMO E DO LOTE DE
      *==            REPOSICAO - PARA CADA PRODUTO ATIVO APURA A VENDA
      *==            MEDIA DIARIA NA JANELA PEDIDA (VENDMOV.DAT) E O
      *==            PRAZO REAL DE ENTREGA DO FORNECEDOR (DATA DO
      *==            PEDIDO NO PEDCOMP ATE A PRIMEIRA ENTRADA CONTRA
      *==            ELE NO ENTRADAS.DAT; SEM HISTORICO VALE O PRAZO
      *==            PADRAO). PROPOE MINIMO = MEDIA X PRAZO X FATOR DE
      *==            SEGURANCA E LOTE = MEDIA X DIAS DE COBERTURA,
      *==            GRAVA AS PROPOSTAS PENDENTES EM PROPMIN.DAT PARA A
      *==            APROVACAO DO COMPRADOR NO PRD034 (O CADASTRO NAO E
      *==            TOCADO AQUI) E IMPRIME TODAS AS PROPOSTAS E, A
      *==            PARTE, OS ITENS CUJO MINIMO PROPOSTO VARIA MAIS
      *==            QUE O LIMITE SOBRE O ATUAL. SAIDA DATADA PELO
      *==            RELGER E EXECUCAO NO BATCHLOG.
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

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT PEDCOMP ASSIGN TO WRK-CAMINHO-PEDCOMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDCOMP.

           SELECT ENTRADAS ASSIGN TO WRK-CAMINHO-ENTRADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADAS.

           SELECT PROPMIN ASSIGN TO WRK-CAMINHO-PROPMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPMIN.

           SELECT RELMIN ASSIGN TO WRK-CAMINHO-RELMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELMIN.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  PEDCOMP.
           COPY "PEDCOMP.cpy".
       FD  ENTRADAS.
           COPY "ENTRADAS.cpy".
       FD  PROPMIN.
           COPY "PROPMIN.cpy".
       FD  RELMIN.
       01  REG-RELMIN          PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMPED.cpy".
           COPY "CAMFOR.cpy".
           COPY "CAMPMN.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-PEDCOMP      PIC 9(02) VALUE ZEROS.
       77  FS-ENTRADAS     PIC 9(02) VALUE ZEROS.
       77  FS-PROPMIN      PIC 9(02) VALUE ZEROS.
       77  FS-RELMIN       PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELMIN PIC X(100) VALUE SPACES.

      *--- PARAMETROS DO RECALCULO ---
       77  WRK-JANELA-DIAS PIC 9(03)    VALUE ZEROS.
       77  WRK-FATOR-SEG   PIC 9(01)V99 VALUE ZEROS.
       77  WRK-PRAZO-PADRAO PIC 9(03)   VALUE ZEROS.
       77  WRK-DIAS-COBERTURA PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-VARIACAO PIC 9(03) VALUE 50.
      *    HISTORICO DE PRAZO: PEDIDOS DOS ULTIMOS 365 DIAS
       77  WRK-JANELA-PRAZO PIC 9(03)   VALUE 365.

      *--- SERIAL DE DIAS CORRIDOS ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO   PIC 9(04).
           05 WRK-DS-MES   PIC 9(02).
           05 WRK-DS-DIA   PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL      PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-HOJE PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-PED  PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRAS  PIC S9(05) VALUE ZEROS.
       77  WRK-RESTO-ANO   PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS PIC 9(03) OCCURS 12 TIMES.

      *--- PRODUTOS ATIVOS COM A APURACAO ---
       01  WRK-TAB-MIN.
           05 WRK-MIN-ITEM OCCURS 1000 TIMES.
              10 WRK-MIN-CODIGO    PIC 9(05).
              10 WRK-MIN-DESCR     PIC X(30).
              10 WRK-MIN-ATUAL     PIC 9(05).
              10 WRK-MIN-REP-ATUAL PIC 9(05).
              10 WRK-MIN-VENDIDO   PIC 9(07).
              10 WRK-MIN-SOMA-PRAZO PIC 9(07).
              10 WRK-MIN-QTD-PRAZO PIC 9(04).
       77  WRK-QTD-MIN     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-MIN     PIC 9(04) VALUE 1000.
       77  WRK-IND-MIN     PIC 9(04) VALUE ZEROS.
       77  WRK-SW-MIN      PIC X(01) VALUE "N".
           88 PRODUTO-NA-TABELA     VALUE "S".
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".
       77  WRK-CODIGO-BUSCA PIC 9(05) VALUE ZEROS.

      *--- LINHAS DE PEDIDO DA JANELA DE PRAZO (SO A PRIMEIRA ---
      *--- ENTRADA CONTRA A LINHA CONTA COMO PRAZO DE ENTREGA) ---
       01  WRK-TAB-PED.
           05 WRK-PED-ITEM OCCURS 2000 TIMES.
              10 WRK-PED-NUMERO    PIC 9(06).
              10 WRK-PED-CODIGO    PIC 9(05).
              10 WRK-PED-SERIAL    PIC 9(08).
              10 WRK-PED-USADO     PIC X(01).
       77  WRK-QTD-PED     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-PED     PIC 9(04) VALUE 2000.
       77  WRK-IND-PED     PIC 9(04) VALUE ZEROS.
       77  WRK-SW-PED      PIC X(01) VALUE "N".
           88 PEDIDO-NA-TABELA      VALUE "S".
       77  WRK-SW-CARGA-PED PIC X(01) VALUE "N".
           88 CARGA-PED-TRANSBORDOU VALUE "S".

      *--- CALCULO DA PROPOSTA ---
       77  WRK-MEDIA-DIA   PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PRAZO       PIC 9(03)    VALUE ZEROS.
       77  WRK-MIN-PROPOSTO PIC 9(05)   VALUE ZEROS.
       77  WRK-REP-PROPOSTO PIC 9(05)   VALUE ZEROS.
       77  WRK-DIFERENCA   PIC 9(05)    VALUE ZEROS.
       77  WRK-PERC-VARIACAO PIC 9(05)  VALUE ZEROS.
       77  WRK-SW-BRUSCA   PIC X(01) VALUE "N".
           88 VARIACAO-BRUSCA       VALUE "S".

       77  WRK-ACUM-LIDOS  PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-PRAZOS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PROPOSTAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-BRUSCAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PADRAO PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-MIN-PROPOSTO PIC 9(09) VALUE ZEROS.

       01  WRK-LINHA-PARAM.
           05 FILLER           PIC X(08) VALUE "JANELA: ".
           05 WRK-LP-JANELA    PIC ZZ9.
           05 FILLER           PIC X(16) VALUE " DIAS  FATOR: ".
           05 WRK-LP-FATOR     PIC 9,99.
           05 FILLER           PIC X(16) VALUE "  PRAZO PADRAO: ".
           05 WRK-LP-PRAZO     PIC ZZ9.
           05 FILLER           PIC X(13) VALUE "  COBERTURA: ".
           05 WRK-LP-COBERTURA PIC ZZ9.

       01  WRK-LINHA-CABEC.
           05 FILLER PIC X(07) VALUE "CODIGO".
           05 FILLER PIC X(31) VALUE "DESCRICAO".
           05 FILLER PIC X(08) VALUE "MED/DIA".
           05 FILLER PIC X(06) VALUE "PRAZO".
           05 FILLER PIC X(07) VALUE "MIN AT".
           05 FILLER PIC X(07) VALUE "MIN PR".
           05 FILLER PIC X(07) VALUE "LOT AT".
           05 FILLER PIC X(07) VALUE "LOT PR".
           05 FILLER PIC X(06) VALUE "VAR%".

       01  WRK-LINHA-DET.
           05 WRK-LD-CODIGO    PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-DESCR     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-MEDIA     PIC ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PRAZO     PIC ZZ9.
           05 WRK-LD-PADRAO    PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-MIN-AT    PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-MIN-PR    PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-REP-AT    PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-REP-PR    PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-VARIACAO  PIC ZZZZ9.
           05 WRK-LD-BRUSCA    PIC X(02).

       01  WRK-LINHA-CONTAGEM.
           05 WRK-LC-ROTULO    PIC X(40).
           05 WRK-LC-QTD       PIC ZZZZ9.

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

           DISPLAY "JANELA DA VENDA MEDIA (DIAS, 0 = 90) "
             ACCEPT WRK-JANELA-DIAS.
           IF WRK-JANELA-DIAS EQUAL ZEROS
             MOVE 90 TO WRK-JANELA-DIAS
           END-IF.
           DISPLAY "FATOR DE SEGURANCA (0 = 1,50) "
             ACCEPT WRK-FATOR-SEG.
           IF WRK-FATOR-SEG NOT NUMERIC
              OR WRK-FATOR-SEG EQUAL ZEROS
             MOVE 1,50 TO WRK-FATOR-SEG
           END-IF.
           DISPLAY "PRAZO PADRAO DO FORNECEDOR SEM HISTORICO "
                   "(DIAS, 0 = 7) "
             ACCEPT WRK-PRAZO-PADRAO.
           IF WRK-PRAZO-PADRAO EQUAL ZEROS
             MOVE 7 TO WRK-PRAZO-PADRAO
           END-IF.
           DISPLAY "DIAS DE VENDA COBERTOS PELO LOTE (0 = 30) "
             ACCEPT WRK-DIAS-COBERTURA.
           IF WRK-DIAS-COBERTURA EQUAL ZEROS
             MOVE 30 TO WRK-DIAS-COBERTURA
           END-IF.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             GOBACK
           END-IF.
           READ PRODUTOS NEXT RECORD.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
             IF PROD-ATIVO
               PERFORM 0110-CARREGAR-PRODUTO
             END-IF
             READ PRODUTOS NEXT RECORD
           END-PERFORM.
           CLOSE PRODUTOS.
           IF CARGA-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-MIN " PRODUTOS "
                     "ATIVOS - OS EXCEDENTES FICAM SEM PROPOSTA"
           END-IF.

           PERFORM 0187-OBTER-CAMINHO-PROPMIN.
           OPEN OUTPUT PROPMIN.
           IF FS-PROPMIN NOT EQUAL 0
             DISPLAY "ARQUIVO DE PROPOSTAS NAO FOI ABERTO - STATUS "
                     FS-PROPMIN
             GOBACK
           END-IF.

           MOVE "REVMINIMO" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELMIN.
           OPEN OUTPUT RELMIN.
           IF FS-RELMIN NOT EQUAL 0
             DISPLAY "RELATORIO DE ESTOQUE MINIMO NAO FOI ABERTO - "
                     "STATUS " FS-RELMIN
             CLOSE PROPMIN
             GOBACK
           END-IF.

       0110-CARREGAR-PRODUTO           SECTION.
           IF WRK-QTD-MIN NOT LESS WRK-MAX-MIN
             SET CARGA-TRANSBORDOU TO TRUE
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-MIN.
           MOVE PROD-CODIGO      TO WRK-MIN-CODIGO(WRK-QTD-MIN).
           MOVE PROD-DESCRICAO   TO WRK-MIN-DESCR(WRK-QTD-MIN).
           MOVE PROD-ESTOQUE-MIN TO WRK-MIN-ATUAL(WRK-QTD-MIN).
           MOVE ZEROS            TO WRK-MIN-REP-ATUAL(WRK-QTD-MIN).
           IF PROD-QTD-REPOS IS NUMERIC
             MOVE PROD-QTD-REPOS TO WRK-MIN-REP-ATUAL(WRK-QTD-MIN)
           END-IF.
           MOVE ZEROS TO WRK-MIN-VENDIDO(WRK-QTD-MIN).
           MOVE ZEROS TO WRK-MIN-SOMA-PRAZO(WRK-QTD-MIN).
           MOVE ZEROS TO WRK-MIN-QTD-PRAZO(WRK-QTD-MIN).
       0110-CARREGAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-APURAR-VENDAS.
           PERFORM 0220-CARREGAR-PEDIDOS.
           PERFORM 0230-APURAR-PRAZOS.

           MOVE "RECALCULO DO ESTOQUE MINIMO E DO LOTE DE REPOSICAO"
             TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE WRK-JANELA-DIAS    TO WRK-LP-JANELA.
           MOVE WRK-FATOR-SEG      TO WRK-LP-FATOR.
           MOVE WRK-PRAZO-PADRAO   TO WRK-LP-PRAZO.
           MOVE WRK-DIAS-COBERTURA TO WRK-LP-COBERTURA.
           MOVE WRK-LINHA-PARAM TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE "PRAZO COM * = PRAZO PADRAO (SEM ENTRADA CONTRA PEDIDO)"
             TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE SPACES TO REG-RELMIN.
           STRING "VAR% COM ** = MINIMO PROPOSTO VARIA MAIS DE "
                  WRK-LIMITE-VARIACAO "% SOBRE O ATUAL"
             DELIMITED BY SIZE INTO REG-RELMIN
           END-STRING.
           WRITE REG-RELMIN.
           MOVE SPACES TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE "TODAS AS PROPOSTAS" TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE WRK-LINHA-CABEC TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE 1 TO WRK-IND-MIN.
           PERFORM 0240-PROPOR-PRODUTO
             UNTIL WRK-IND-MIN GREATER WRK-QTD-MIN.

      *    SEGUNDA PASSADA: SO OS ITENS COM VARIACAO BRUSCA, PARA O
      *    COMPRADOR COMECAR A REVISAO POR ELES
           MOVE SPACES TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE "ITENS COM VARIACAO BRUSCA DO MINIMO" TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE WRK-LINHA-CABEC TO REG-RELMIN.
           WRITE REG-RELMIN.
           CLOSE PROPMIN.
           OPEN INPUT PROPMIN.
           READ PROPMIN NEXT RECORD.
           PERFORM UNTIL FS-PROPMIN NOT EQUAL 00
             IF PMN-VARIACAO-BRUSCA
               PERFORM 0260-IMPRIMIR-PROPOSTA
             END-IF
             READ PROPMIN NEXT RECORD
           END-PERFORM.
           IF WRK-ACUM-BRUSCAS EQUAL ZEROS
             MOVE "NENHUM ITEM" TO REG-RELMIN
             WRITE REG-RELMIN
           END-IF.
           CLOSE PROPMIN.

           MOVE SPACES TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE "PRODUTOS ATIVOS COM PROPOSTA..........."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-PROPOSTAS TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE "COM VARIACAO BRUSCA DO MINIMO.........."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-BRUSCAS TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE "COM PRAZO PADRAO (SEM HISTORICO)......."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-PADRAO TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELMIN.
           WRITE REG-RELMIN.
           MOVE "ENTRADAS USADAS NO PRAZO REAL.........."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-PRAZOS TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELMIN.
           WRITE REG-RELMIN.
           CLOSE RELMIN.

      *--- QUANTIDADE VENDIDA DE CADA PRODUTO DENTRO DA JANELA ---
       0210-APURAR-VENDAS              SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV " - MEDIA ZERO PARA TODOS"
             GO TO 0210-APURAR-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             MOVE MOV-DATA TO WRK-DATA-SER-NUM
             PERFORM 0290-SERIAL-DE-DIAS
             COMPUTE WRK-DIAS-ATRAS = WRK-SERIAL-HOJE - WRK-SERIAL
             IF WRK-DIAS-ATRAS IS GREATER THAN OR EQUAL TO ZEROS
                AND WRK-DIAS-ATRAS LESS WRK-JANELA-DIAS
               MOVE MOV-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 0280-LOCALIZAR-PRODUTO
               IF PRODUTO-NA-TABELA
                 ADD 1 TO WRK-ACUM-LIDOS
                 ADD MOV-QTD TO WRK-MIN-VENDIDO(WRK-IND-MIN)
               END-IF
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0210-APURAR-SAIDA.
           EXIT.

      *--- LINHAS DE PEDIDO (NAO CANCELADAS) DA JANELA DE PRAZO ---
       0220-CARREGAR-PEDIDOS           SECTION.
           PERFORM 0146-OBTER-CAMINHO-PEDCOMP.
           OPEN INPUT PEDCOMP.
           IF FS-PEDCOMP NOT EQUAL 0
             DISPLAY "ARQUIVO DE PEDIDOS NAO FOI ABERTO - STATUS "
                     FS-PEDCOMP " - PRAZO PADRAO PARA TODOS"
             GO TO 0220-CARREGAR-SAIDA
           END-IF.
           READ PEDCOMP NEXT RECORD.
           PERFORM UNTIL FS-PEDCOMP NOT EQUAL 00
             MOVE PED-DATA TO WRK-DATA-SER-NUM
             PERFORM 0290-SERIAL-DE-DIAS
             COMPUTE WRK-DIAS-ATRAS = WRK-SERIAL-HOJE - WRK-SERIAL
             IF NOT PED-CANCELADO
                AND NOT PED-SUGERIDO
                AND WRK-DIAS-ATRAS IS GREATER THAN OR EQUAL TO ZEROS
                AND WRK-DIAS-ATRAS NOT GREATER WRK-JANELA-PRAZO
               IF WRK-QTD-PED LESS WRK-MAX-PED
                 ADD 1 TO WRK-QTD-PED
                 MOVE PED-NUMERO TO WRK-PED-NUMERO(WRK-QTD-PED)
                 MOVE PED-CODIGO TO WRK-PED-CODIGO(WRK-QTD-PED)
                 MOVE WRK-SERIAL TO WRK-PED-SERIAL(WRK-QTD-PED)
                 MOVE "N"        TO WRK-PED-USADO(WRK-QTD-PED)
               ELSE
                 SET CARGA-PED-TRANSBORDOU TO TRUE
               END-IF
             END-IF
             READ PEDCOMP NEXT RECORD
           END-PERFORM.
           CLOSE PEDCOMP.
           IF CARGA-PED-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-PED " LINHAS DE "
                     "PEDIDO - O PRAZO REAL SAI DAS PRIMEIRAS"
           END-IF.
       0220-CARREGAR-SAIDA.
           EXIT.

      *--- PRAZO = DIAS DO PEDIDO ATE A PRIMEIRA ENTRADA CONTRA ELE ---
       0230-APURAR-PRAZOS              SECTION.
           IF WRK-QTD-PED EQUAL ZEROS
             GO TO 0230-APURAR-SAIDA
           END-IF.
           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           OPEN INPUT ENTRADAS.
           IF FS-ENTRADAS NOT EQUAL 0
             DISPLAY "DIARIO DE ENTRADAS NAO FOI ABERTO - STATUS "
                     FS-ENTRADAS " - PRAZO PADRAO PARA TODOS"
             GO TO 0230-APURAR-SAIDA
           END-IF.
           READ ENTRADAS NEXT RECORD.
           PERFORM UNTIL FS-ENTRADAS NOT EQUAL 00
             IF ENT-PEDIDO IS NUMERIC
                AND ENT-PEDIDO GREATER ZEROS
               PERFORM 0235-REGISTRAR-PRAZO
             END-IF
             READ ENTRADAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTRADAS.
       0230-APURAR-SAIDA.
           EXIT.

       0235-REGISTRAR-PRAZO            SECTION.
           MOVE 1   TO WRK-IND-PED.
           MOVE "N" TO WRK-SW-PED.
           PERFORM UNTIL WRK-IND-PED GREATER WRK-QTD-PED
                      OR PEDIDO-NA-TABELA
             IF WRK-PED-NUMERO(WRK-IND-PED) EQUAL ENT-PEDIDO
                AND WRK-PED-CODIGO(WRK-IND-PED) EQUAL ENT-CODIGO
                AND WRK-PED-USADO(WRK-IND-PED) EQUAL "N"
               SET PEDIDO-NA-TABELA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-PED
             END-IF
           END-PERFORM.
           IF NOT PEDIDO-NA-TABELA
             GO TO 0235-REGISTRAR-SAIDA
           END-IF.
           MOVE "S" TO WRK-PED-USADO(WRK-IND-PED).

           MOVE ENT-DATA TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-PED-SERIAL(WRK-IND-PED) TO WRK-SERIAL-PED.
           IF WRK-SERIAL LESS WRK-SERIAL-PED
             GO TO 0235-REGISTRAR-SAIDA
           END-IF.

           MOVE ENT-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 0280-LOCALIZAR-PRODUTO.
           IF PRODUTO-NA-TABELA
             COMPUTE WRK-MIN-SOMA-PRAZO(WRK-IND-MIN) =
                 WRK-MIN-SOMA-PRAZO(WRK-IND-MIN)
                 + WRK-SERIAL - WRK-SERIAL-PED
             ADD 1 TO WRK-MIN-QTD-PRAZO(WRK-IND-MIN)
             ADD 1 TO WRK-ACUM-PRAZOS
           END-IF.
       0235-REGISTRAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0240-PROPOR-PRODUTO: MEDIA DIARIA = VENDIDO / JANELA; MINIMO
      *  = MEDIA X PRAZO X FATOR; LOTE = MEDIA X COBERTURA. ITEM QUE
      *  VENDEU NA JANELA NUNCA FICA COM MINIMO OU LOTE ZERO. VARIACAO
      *  BRUSCA = MINIMO PROPOSTO DIFERE DO ATUAL EM MAIS QUE O
      *  LIMITE (OU O ATUAL E ZERO E O PROPOSTO NAO).
      *--------------------------------------------------------------
       0240-PROPOR-PRODUTO             SECTION.
           COMPUTE WRK-MEDIA-DIA ROUNDED =
               WRK-MIN-VENDIDO(WRK-IND-MIN) / WRK-JANELA-DIAS.
           MOVE " " TO WRK-LD-PADRAO.
           IF WRK-MIN-QTD-PRAZO(WRK-IND-MIN) GREATER ZEROS
             COMPUTE WRK-PRAZO ROUNDED =
                 WRK-MIN-SOMA-PRAZO(WRK-IND-MIN)
                 / WRK-MIN-QTD-PRAZO(WRK-IND-MIN)
           ELSE
             MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO
             ADD 1 TO WRK-ACUM-PADRAO
           END-IF.
           COMPUTE WRK-MIN-PROPOSTO ROUNDED =
               WRK-MEDIA-DIA * WRK-PRAZO * WRK-FATOR-SEG.
           COMPUTE WRK-REP-PROPOSTO ROUNDED =
               WRK-MEDIA-DIA * WRK-DIAS-COBERTURA.
           IF WRK-MIN-VENDIDO(WRK-IND-MIN) GREATER ZEROS
             IF WRK-MIN-PROPOSTO EQUAL ZEROS
               MOVE 1 TO WRK-MIN-PROPOSTO
             END-IF
             IF WRK-REP-PROPOSTO EQUAL ZEROS
               MOVE 1 TO WRK-REP-PROPOSTO
             END-IF
           END-IF.

           MOVE "N"   TO WRK-SW-BRUSCA.
           MOVE ZEROS TO WRK-PERC-VARIACAO.
           IF WRK-MIN-ATUAL(WRK-IND-MIN) EQUAL ZEROS
             IF WRK-MIN-PROPOSTO GREATER ZEROS
               SET VARIACAO-BRUSCA TO TRUE
               MOVE 99999 TO WRK-PERC-VARIACAO
             END-IF
           ELSE
             IF WRK-MIN-PROPOSTO GREATER WRK-MIN-ATUAL(WRK-IND-MIN)
               COMPUTE WRK-DIFERENCA =
                   WRK-MIN-PROPOSTO - WRK-MIN-ATUAL(WRK-IND-MIN)
             ELSE
               COMPUTE WRK-DIFERENCA =
                   WRK-MIN-ATUAL(WRK-IND-MIN) - WRK-MIN-PROPOSTO
             END-IF
             COMPUTE WRK-PERC-VARIACAO ROUNDED =
                 WRK-DIFERENCA * 100 / WRK-MIN-ATUAL(WRK-IND-MIN)
               ON SIZE ERROR
                 MOVE 99999 TO WRK-PERC-VARIACAO
             END-COMPUTE
             IF WRK-PERC-VARIACAO GREATER WRK-LIMITE-VARIACAO
               SET VARIACAO-BRUSCA TO TRUE
             END-IF
           END-IF.

           MOVE DTM-AAAAMMDD                 TO PMN-DATA.
           MOVE WRK-MIN-CODIGO(WRK-IND-MIN)  TO PMN-CODIGO.
           MOVE WRK-MIN-DESCR(WRK-IND-MIN)   TO PMN-DESCRICAO.
           MOVE WRK-MEDIA-DIA                TO PMN-MEDIA-DIA.
           MOVE WRK-PRAZO                    TO PMN-PRAZO.
           MOVE WRK-MIN-ATUAL(WRK-IND-MIN)   TO PMN-MIN-ATUAL.
           MOVE WRK-MIN-PROPOSTO             TO PMN-MIN-PROPOSTO.
           MOVE WRK-MIN-REP-ATUAL(WRK-IND-MIN) TO PMN-REP-ATUAL.
           MOVE WRK-REP-PROPOSTO             TO PMN-REP-PROPOSTO.
           MOVE WRK-SW-BRUSCA                TO PMN-VARIACAO.
           MOVE 'P'                          TO PMN-STATUS.
           MOVE SPACES                       TO PMN-APROVADOR.
           WRITE REG-PROPMIN.
           ADD 1 TO WRK-ACUM-PROPOSTAS.
           ADD WRK-MIN-PROPOSTO TO WRK-TOT-MIN-PROPOSTO.
           IF VARIACAO-BRUSCA
             ADD 1 TO WRK-ACUM-BRUSCAS
           END-IF.
           IF WRK-MIN-QTD-PRAZO(WRK-IND-MIN) EQUAL ZEROS
             MOVE "*" TO WRK-LD-PADRAO
           END-IF.
           PERFORM 0265-LINHA-DETALHE.
           ADD 1 TO WRK-IND-MIN.

      *--- REIMPRESSAO A PARTIR DA PROPOSTA GRAVADA ---
       0260-IMPRIMIR-PROPOSTA          SECTION.
           MOVE PMN-MEDIA-DIA    TO WRK-MEDIA-DIA.
           MOVE PMN-PRAZO        TO WRK-PRAZO.
           MOVE PMN-MIN-PROPOSTO TO WRK-MIN-PROPOSTO.
           MOVE PMN-REP-PROPOSTO TO WRK-REP-PROPOSTO.
           MOVE PMN-VARIACAO     TO WRK-SW-BRUSCA.
           MOVE SPACES TO WRK-LD-PADRAO.
           MOVE ZEROS  TO WRK-PERC-VARIACAO.
           IF PMN-MIN-ATUAL EQUAL ZEROS
             MOVE 99999 TO WRK-PERC-VARIACAO
           ELSE
             IF PMN-MIN-PROPOSTO GREATER PMN-MIN-ATUAL
               COMPUTE WRK-DIFERENCA =
                   PMN-MIN-PROPOSTO - PMN-MIN-ATUAL
             ELSE
               COMPUTE WRK-DIFERENCA =
                   PMN-MIN-ATUAL - PMN-MIN-PROPOSTO
             END-IF
             COMPUTE WRK-PERC-VARIACAO ROUNDED =
                 WRK-DIFERENCA * 100 / PMN-MIN-ATUAL
               ON SIZE ERROR
                 MOVE 99999 TO WRK-PERC-VARIACAO
             END-COMPUTE
           END-IF.
           MOVE PMN-CODIGO    TO WRK-LD-CODIGO.
           MOVE PMN-DESCRICAO TO WRK-LD-DESCR.
           MOVE PMN-MIN-ATUAL TO WRK-LD-MIN-AT.
           MOVE PMN-REP-ATUAL TO WRK-LD-REP-AT.
           PERFORM 0266-LINHA-VALORES.

       0265-LINHA-DETALHE              SECTION.
           MOVE WRK-MIN-CODIGO(WRK-IND-MIN)    TO WRK-LD-CODIGO.
           MOVE WRK-MIN-DESCR(WRK-IND-MIN)     TO WRK-LD-DESCR.
           MOVE WRK-MIN-ATUAL(WRK-IND-MIN)     TO WRK-LD-MIN-AT.
           MOVE WRK-MIN-REP-ATUAL(WRK-IND-MIN) TO WRK-LD-REP-AT.
           PERFORM 0266-LINHA-VALORES.

       0266-LINHA-VALORES              SECTION.
           MOVE WRK-MEDIA-DIA     TO WRK-LD-MEDIA.
           MOVE WRK-PRAZO         TO WRK-LD-PRAZO.
           MOVE WRK-MIN-PROPOSTO  TO WRK-LD-MIN-PR.
           MOVE WRK-REP-PROPOSTO  TO WRK-LD-REP-PR.
           MOVE WRK-PERC-VARIACAO TO WRK-LD-VARIACAO.
           MOVE SPACES TO WRK-LD-BRUSCA.
           IF VARIACAO-BRUSCA
             MOVE "**" TO WRK-LD-BRUSCA
           END-IF.
           MOVE WRK-LINHA-DET TO REG-RELMIN.
           WRITE REG-RELMIN.

       0280-LOCALIZAR-PRODUTO          SECTION.
           MOVE 1   TO WRK-IND-MIN.
           MOVE "N" TO WRK-SW-MIN.
           PERFORM UNTIL WRK-IND-MIN GREATER WRK-QTD-MIN
                      OR PRODUTO-NA-TABELA
             IF WRK-MIN-CODIGO(WRK-IND-MIN) EQUAL WRK-CODIGO-BUSCA
               SET PRODUTO-NA-TABELA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-MIN
             END-IF
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
           COPY "CAMMOVP.cpy".
           COPY "CAMPEDP.cpy".
           COPY "CAMFORP.cpy".
           COPY "CAMPMNP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "PROPOSTAS GRAVADAS.....: " WRK-ACUM-PROPOSTAS.
               DISPLAY "VARIACOES BRUSCAS......: " WRK-ACUM-BRUSCAS.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELMIN.
               DISPLAY "REVISE E APROVE AS PROPOSTAS PELO PRD034".
               MOVE "PRD033"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-PROPOSTAS   TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS       TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-MIN-PROPOSTO TO LOG-HASH.
               MOVE "RECALCULO DO ESTOQUE MINIMO" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
