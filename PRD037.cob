       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD037.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: ETIQUETAS DE GONDOLA - NO MODO (D)ATA IMPRIME A
      *==            ETIQUETA DE TODO PRODUTO ATIVO CUJO PRECO DE VENDA
      *==            EFETIVO MUDA NA DATA INFORMADA: REAJUSTE DO
      *==            REAJUSTE.DAT COM VIGENCIA NA DATA (PRD023), INICIO
      *==            OU FIM DE PROMOCAO DO PROMOCAO.DAT (PRD008) E
      *==            ALTERACAO OU INCLUSAO DE PRECO NA TRILHA AUDITPRD
      *==            DA DATA. NO MODO (C)ATEGORIA REIMPRIME TODAS AS
      *==            ETIQUETAS DOS PRODUTOS ATIVOS DA CATEGORIA. A
      *==            ETIQUETA TRAZ DESCRICAO, PRECO DA DATA (COM O
      *==            REAJUSTE AGENDADO AINDA NAO APLICADO E A PROMOCAO
      *==            VIGENTE), MARCA DE OFERTA, VALIDADE, CODIGO E EAN
      *==            (CODBARRA.DAT). SAI ORDENADA POR PROD-CATEGORIA E
      *==            DESCRICAO PARA O REPOSITOR PERCORRER OS CORREDORES
      *==            EM ORDEM. SAIDA DATADA PELO RELGER E EXECUCAO NO
      *==            BATCHLOG.
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

           SELECT PROMOCOES ASSIGN TO WRK-CAMINHO-PROMOCAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCOES.

           SELECT REAJUSTE ASSIGN TO WRK-CAMINHO-REAJUSTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REAJUSTE.

           SELECT AUDPROD ASSIGN TO WRK-CAMINHO-AUDPROD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDPROD.

           SELECT CODBARRA ASSIGN TO WRK-CAMINHO-CODBARRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CODBARRA.

           SELECT CATEGORIAS ASSIGN TO WRK-CAMINHO-CATEGORI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATEGORIAS.

           SELECT RELETQ ASSIGN TO WRK-CAMINHO-RELETQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELETQ.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDETQ ASSIGN TO "WRKORDETQ".

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  PROMOCOES.
           COPY "PROMOCAO.cpy".
       FD  REAJUSTE.
           COPY "REAJUSTE.cpy".
       FD  AUDPROD.
           COPY "AUDPROD.cpy".
       FD  CODBARRA.
           COPY "CODBARRA.cpy".
       FD  CATEGORIAS.
           COPY "CATEGORI.cpy".
       FD  RELETQ.
       01  REG-RELETQ          PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDETQ.
       01  WRK-REG-ORDETQ.
           05 ORD-CATEGORIA    PIC 9(03).
           05 ORD-DESCRICAO    PIC X(30).
           05 ORD-CODIGO       PIC 9(05).
           05 ORD-PRECO        PIC 9(05)V99.
           05 ORD-PRECO-TABELA PIC 9(05)V99.
           05 ORD-OFERTA       PIC X(01).
           05 ORD-VALIDADE     PIC 9(08).
           05 ORD-EAN          PIC 9(13).

       WORKING-STORAGE SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMPRM.cpy".
           COPY "CAMRJP.cpy".
           COPY "CAMAPR.cpy".
           COPY "CAMEAN.cpy".
           COPY "CAMCAT.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-PROMOCOES    PIC 9(02) VALUE ZEROS.
       77  FS-REAJUSTE     PIC 9(02) VALUE ZEROS.
       77  FS-AUDPROD      PIC 9(02) VALUE ZEROS.
       77  FS-CODBARRA     PIC 9(02) VALUE ZEROS.
       77  FS-CATEGORIAS   PIC 9(02) VALUE ZEROS.
       77  FS-RELETQ       PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELETQ PIC X(100) VALUE SPACES.

      *------------ PARAMETROS DA EXECUCAO ----------------------------
       77  WRK-MODO        PIC X(01) VALUE SPACES.
           88 MODO-DATA             VALUE "D".
           88 MODO-CATEGORIA        VALUE "C".
       77  WRK-DATA-ETQ    PIC 9(08) VALUE ZEROS.
       77  WRK-CATEGORIA   PIC 9(03) VALUE ZEROS.

      *------------ VESPERA DA DATA (FIM DE PROMOCAO) ------------------
       01  WRK-DATA-ANT.
           05 WRK-ANT-ANO  PIC 9(04).
           05 WRK-ANT-MES  PIC 9(02).
           05 WRK-ANT-DIA  PIC 9(02).
       01  WRK-DATA-ANT-NUM REDEFINES WRK-DATA-ANT PIC 9(08).
       01  WRK-TAB-DIAS-MES-DADOS.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-DADOS.
           05 WRK-DIAS-MES PIC 9(02) OCCURS 12 TIMES.
       77  WRK-QOCIENTE    PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO       PIC 9(04) VALUE ZEROS.

      *------------ PROMOCOES EM MEMORIA -------------------------------
       01  WRK-TAB-PROMOCOES.
           05 WRK-PRM-ITEM OCCURS 500 TIMES.
              10 WRK-PRM-CODIGO   PIC 9(05).
              10 WRK-PRM-VALOR    PIC 9(05)V99.
              10 WRK-PRM-DATA-INI PIC 9(08).
              10 WRK-PRM-DATA-FIM PIC 9(08).
       77  WRK-QTD-PROMOCOES   PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-PROMOCOES   PIC 9(03) VALUE 500.
       77  WRK-IND-PROMOCAO    PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-TESTE      PIC 9(08) VALUE ZEROS.
       77  WRK-SW-PROMO        PIC X(01) VALUE "N".
           88 PROMOCAO-ACHADA          VALUE "S".
       77  WRK-PROMO-HOJE      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PROMO-FIM       PIC 9(08) VALUE ZEROS.
       77  WRK-PROMO-VESPERA   PIC 9(05)V99 VALUE ZEROS.

      *------------ REAJUSTES EM MEMORIA -------------------------------
       01  WRK-TAB-REAJUSTES.
           05 WRK-RJP-REG OCCURS 200 TIMES PIC X(27).
       77  WRK-QTD-REAJUSTES   PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-REAJUSTES   PIC 9(03) VALUE 200.
       77  WRK-IND-REAJUSTE    PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-NOVO      PIC S9(06)V99 VALUE ZEROS.
       77  WRK-DELTA           PIC S9(06)V99 VALUE ZEROS.
       77  WRK-PRECO-TABELA    PIC 9(05)V99 VALUE ZEROS.

      *------------ PRODUTOS COM PRECO ALTERADO NA TRILHA --------------
       01  WRK-TAB-ALTERADOS.
           05 WRK-ALT-CODIGO OCCURS 1000 TIMES PIC 9(05).
       77  WRK-QTD-ALTERADOS   PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-ALTERADOS   PIC 9(04) VALUE 1000.
       77  WRK-IND-ALTERADO    PIC 9(04) VALUE ZEROS.

      *------------ CODIGOS DE BARRA EM MEMORIA ------------------------
       01  WRK-TAB-EANS.
           05 WRK-EAN-ITEM OCCURS 300 TIMES.
              10 WRK-EAN-BARRA    PIC 9(13).
              10 WRK-EAN-CODIGO   PIC 9(05).
       77  WRK-QTD-EANS        PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-EANS        PIC 9(03) VALUE 300.
       77  WRK-IND-EAN         PIC 9(03) VALUE ZEROS.

      *------------ CATEGORIAS EM MEMORIA ------------------------------
       01  WRK-TAB-CATEGORIAS.
           05 WRK-CAT-ITEM OCCURS 200 TIMES.
              10 WRK-CAT-CODIGO    PIC 9(03).
              10 WRK-CAT-DESCRICAO PIC X(20).
       77  WRK-QTD-CATEGORIAS  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-CATEGORIAS  PIC 9(03) VALUE 200.
       77  WRK-IND-CATEGORIA   PIC 9(03) VALUE ZEROS.

      *------------ SELECAO DO PRODUTO --------------------------------
       77  WRK-SW-ETIQUETA     PIC X(01) VALUE "N".
           88 PRECISA-ETIQUETA         VALUE "S".
       77  WRK-FIM-ORDETQ      PIC X(01) VALUE "N".
       77  WRK-PRIMEIRO        PIC X(01) VALUE "S".
       77  WRK-CAT-ATUAL       PIC 9(03) VALUE ZEROS.
       77  WRK-CAT-ETIQUETAS   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-ETIQUETAS  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-OFERTAS    PIC 9(05) VALUE ZEROS.

      *------------ DATA NO FORMATO DA ETIQUETA -----------------------
       01  WRK-DATA-EDI.
           05 WRK-DE-ANO   PIC 9(04).
           05 WRK-DE-MES   PIC 9(02).
           05 WRK-DE-DIA   PIC 9(02).
       01  WRK-DATA-EDI-NUM REDEFINES WRK-DATA-EDI PIC 9(08).
       01  WRK-DATA-BARRA.
           05 WRK-DB-DIA   PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-DB-MES   PIC 9(02).
           05 FILLER       PIC X(01) VALUE "/".
           05 WRK-DB-ANO   PIC 9(04).

      *------------ LINHAS DA ETIQUETA --------------------------------
       01  WRK-LINHA-CATEG.
           05 FILLER           PIC X(12) VALUE "CATEGORIA: ".
           05 WRK-LC-CODIGO    PIC 9(03).
           05 FILLER           PIC X(03) VALUE " - ".
           05 WRK-LC-DESCRICAO PIC X(20).

       01  WRK-LINHA-BORDA.
           05 FILLER PIC X(01) VALUE "+".
           05 FILLER PIC X(40) VALUE ALL "-".
           05 FILLER PIC X(01) VALUE "+".

       01  WRK-LINHA-DESCR.
           05 FILLER           PIC X(02) VALUE "| ".
           05 WRK-LE-DESCRICAO PIC X(30).
           05 FILLER           PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE " |".

       01  WRK-LINHA-PRECO.
           05 FILLER           PIC X(05) VALUE "| R$ ".
           05 WRK-LE-PRECO     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-LE-OFERTA    PIC X(20).
           05 FILLER           PIC X(02) VALUE " |".

       01  WRK-LINHA-DE.
           05 FILLER           PIC X(02) VALUE "| ".
           05 WRK-LE-DE-TEXTO  PIC X(06).
           05 WRK-LE-DE-PRECO  PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(23) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE " |".

       01  WRK-LINHA-CODIGO.
           05 FILLER           PIC X(06) VALUE "| COD ".
           05 WRK-LE-CODIGO    PIC 9(05).
           05 FILLER           PIC X(06) VALUE "  EAN ".
           05 WRK-LE-EAN       PIC X(13).
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE " |".

       01  WRK-LINHA-VALIDADE.
           05 FILLER           PIC X(02) VALUE "| ".
           05 WRK-LE-VAL-TEXTO PIC X(12).
           05 WRK-LE-VALIDADE  PIC X(10).
           05 FILLER           PIC X(16) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE " |".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.

           MOVE SPACES TO WRK-MODO.
           PERFORM UNTIL MODO-DATA OR MODO-CATEGORIA
             DISPLAY "ETIQUETAS: (D) PRECOS QUE MUDAM NA DATA OU "
                     "(C) REIMPRESSAO DA CATEGORIA "
               ACCEPT WRK-MODO
             IF WRK-MODO EQUAL "d" MOVE "D" TO WRK-MODO END-IF
             IF WRK-MODO EQUAL "c" MOVE "C" TO WRK-MODO END-IF
           END-PERFORM.

           DISPLAY "DATA DOS PRECOS (AAAAMMDD, 0 = HOJE) "
             ACCEPT WRK-DATA-ETQ.
           IF WRK-DATA-ETQ EQUAL ZEROS
             MOVE DTM-AAAAMMDD TO WRK-DATA-ETQ
           END-IF.
           IF MODO-CATEGORIA
             DISPLAY "CATEGORIA (0 = TODAS) "
               ACCEPT WRK-CATEGORIA
           END-IF.
           PERFORM 0110-CALCULAR-VESPERA.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             GOBACK
           END-IF.

           PERFORM 0120-CARREGAR-PROMOCOES.
           PERFORM 0125-CARREGAR-REAJUSTES.
           PERFORM 0135-CARREGAR-ALTERADOS.
           PERFORM 0140-CARREGAR-EANS.
           PERFORM 0145-CARREGAR-CATEGORIAS.

           MOVE "ETIQGONDOLA" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELETQ.
           OPEN OUTPUT RELETQ.
           IF FS-RELETQ NOT EQUAL 0
             DISPLAY "ARQUIVO DE ETIQUETAS NAO FOI ABERTO - STATUS "
                     FS-RELETQ
             CLOSE PRODUTOS
             GOBACK
           END-IF.

      *--- DIA ANTERIOR A DATA DAS ETIQUETAS ---
       0110-CALCULAR-VESPERA           SECTION.
           MOVE WRK-DATA-ETQ TO WRK-DATA-ANT-NUM.
           IF WRK-ANT-DIA GREATER 1
             SUBTRACT 1 FROM WRK-ANT-DIA
             GO TO 0110-CALCULAR-SAIDA
           END-IF.
           IF WRK-ANT-MES GREATER 1
             SUBTRACT 1 FROM WRK-ANT-MES
           ELSE
             MOVE 12 TO WRK-ANT-MES
             SUBTRACT 1 FROM WRK-ANT-ANO
           END-IF.
           MOVE WRK-DIAS-MES(WRK-ANT-MES) TO WRK-ANT-DIA.
           IF WRK-ANT-MES EQUAL 2
             DIVIDE WRK-ANT-ANO BY 4 GIVING WRK-QOCIENTE
               REMAINDER WRK-RESTO
             IF WRK-RESTO EQUAL ZEROS
               MOVE 29 TO WRK-ANT-DIA
             END-IF
           END-IF.
       0110-CALCULAR-SAIDA.
           EXIT.

       0120-CARREGAR-PROMOCOES         SECTION.
           PERFORM 0122-OBTER-CAMINHO-PROMOCAO.
           OPEN INPUT PROMOCOES.
           IF FS-PROMOCOES NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ PROMOCOES NEXT RECORD.
           PERFORM UNTIL FS-PROMOCOES NOT EQUAL 00
             IF WRK-QTD-PROMOCOES LESS WRK-MAX-PROMOCOES
               ADD 1 TO WRK-QTD-PROMOCOES
               MOVE PRM-CODIGO   TO WRK-PRM-CODIGO(WRK-QTD-PROMOCOES)
               MOVE PRM-VALOR    TO WRK-PRM-VALOR(WRK-QTD-PROMOCOES)
               MOVE PRM-DATA-INI
                 TO WRK-PRM-DATA-INI(WRK-QTD-PROMOCOES)
               MOVE PRM-DATA-FIM
                 TO WRK-PRM-DATA-FIM(WRK-QTD-PROMOCOES)
             END-IF
             READ PROMOCOES NEXT RECORD
           END-PERFORM.
           CLOSE PROMOCOES.
       0120-CARREGAR-SAIDA.
           EXIT.

       0125-CARREGAR-REAJUSTES         SECTION.
           PERFORM 0151-OBTER-CAMINHO-REAJUSTE.
           OPEN INPUT REAJUSTE.
           IF FS-REAJUSTE NOT EQUAL 0
             GO TO 0125-CARREGAR-SAIDA
           END-IF.
           READ REAJUSTE NEXT RECORD.
           PERFORM UNTIL FS-REAJUSTE NOT EQUAL 00
             IF WRK-QTD-REAJUSTES LESS WRK-MAX-REAJUSTES
               ADD 1 TO WRK-QTD-REAJUSTES
               MOVE REG-REAJUSTE TO WRK-RJP-REG(WRK-QTD-REAJUSTES)
             END-IF
             READ REAJUSTE NEXT RECORD
           END-PERFORM.
           CLOSE REAJUSTE.
       0125-CARREGAR-SAIDA.
           EXIT.

      *--- INCLUSAO OU ALTERACAO DE PRECO GRAVADA NA TRILHA NA DATA ---
       0135-CARREGAR-ALTERADOS         SECTION.
           IF NOT MODO-DATA
             GO TO 0135-CARREGAR-SAIDA
           END-IF.
           PERFORM 0117-OBTER-CAMINHO-AUDPROD.
           OPEN INPUT AUDPROD.
           IF FS-AUDPROD NOT EQUAL 0
             GO TO 0135-CARREGAR-SAIDA
           END-IF.
           READ AUDPROD NEXT RECORD.
           PERFORM UNTIL FS-AUDPROD NOT EQUAL 00
             IF APR-DATA EQUAL WRK-DATA-ETQ
                AND (APR-OPERACAO-INCLUSAO
                     OR (APR-OPERACAO-ALTERACAO
                         AND APR-VALOR-ANTES NOT EQUAL
                             APR-VALOR-DEPOIS))
                AND WRK-QTD-ALTERADOS LESS WRK-MAX-ALTERADOS
               ADD 1 TO WRK-QTD-ALTERADOS
               MOVE APR-CODIGO TO WRK-ALT-CODIGO(WRK-QTD-ALTERADOS)
             END-IF
             READ AUDPROD NEXT RECORD
           END-PERFORM.
           CLOSE AUDPROD.
       0135-CARREGAR-SAIDA.
           EXIT.

       0140-CARREGAR-EANS              SECTION.
           PERFORM 0152-OBTER-CAMINHO-CODBARRA.
           OPEN INPUT CODBARRA.
           IF FS-CODBARRA NOT EQUAL 0
             GO TO 0140-CARREGAR-SAIDA
           END-IF.
           READ CODBARRA NEXT RECORD.
           PERFORM UNTIL FS-CODBARRA NOT EQUAL 00
             IF WRK-QTD-EANS LESS WRK-MAX-EANS
               ADD 1 TO WRK-QTD-EANS
               MOVE EAN-CODIGO-BARRA TO WRK-EAN-BARRA(WRK-QTD-EANS)
               MOVE EAN-PROD-CODIGO  TO WRK-EAN-CODIGO(WRK-QTD-EANS)
             END-IF
             READ CODBARRA NEXT RECORD
           END-PERFORM.
           CLOSE CODBARRA.
       0140-CARREGAR-SAIDA.
           EXIT.

       0145-CARREGAR-CATEGORIAS        SECTION.
           PERFORM 0150-OBTER-CAMINHO-CATEGORI.
           OPEN INPUT CATEGORIAS.
           IF FS-CATEGORIAS NOT EQUAL 0
             GO TO 0145-CARREGAR-SAIDA
           END-IF.
           READ CATEGORIAS NEXT RECORD.
           PERFORM UNTIL FS-CATEGORIAS NOT EQUAL 00
             IF WRK-QTD-CATEGORIAS LESS WRK-MAX-CATEGORIAS
               ADD 1 TO WRK-QTD-CATEGORIAS
               MOVE CAT-CODIGO
                 TO WRK-CAT-CODIGO(WRK-QTD-CATEGORIAS)
               MOVE CAT-DESCRICAO
                 TO WRK-CAT-DESCRICAO(WRK-QTD-CATEGORIAS)
             END-IF
             READ CATEGORIAS NEXT RECORD
           END-PERFORM.
           CLOSE CATEGORIAS.
       0145-CARREGAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           MOVE "ETIQUETAS DE GONDOLA" TO REG-RELETQ.
           WRITE REG-RELETQ.
           MOVE WRK-DATA-ETQ TO WRK-DATA-EDI-NUM.
           PERFORM 0290-FORMATAR-DATA.
           MOVE SPACES TO REG-RELETQ.
           IF MODO-DATA
             STRING "PRECOS QUE MUDAM EM " WRK-DATA-BARRA
               DELIMITED BY SIZE INTO REG-RELETQ
             END-STRING
           ELSE
             STRING "REIMPRESSAO DA CATEGORIA " WRK-CATEGORIA
                    " (000 = TODAS) - PRECOS DE " WRK-DATA-BARRA
               DELIMITED BY SIZE INTO REG-RELETQ
             END-STRING
           END-IF.
           WRITE REG-RELETQ.

           SORT WRK-ORDETQ
             ON ASCENDING KEY ORD-CATEGORIA ORD-DESCRICAO ORD-CODIGO
             INPUT PROCEDURE 0210-SELECIONAR-PRODUTOS
             OUTPUT PROCEDURE 0250-IMPRIMIR-ETIQUETAS.
           CLOSE RELETQ.
           CLOSE PRODUTOS.

       0210-SELECIONAR-PRODUTOS        SECTION.
           MOVE ZEROS TO PROD-CODIGO.
           START PRODUTOS KEY IS GREATER THAN PROD-CODIGO
             INVALID KEY
               GO TO 0210-SELECIONAR-SAIDA
           END-START.
           READ PRODUTOS NEXT RECORD.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
             IF PROD-ATIVO
               PERFORM 0220-AVALIAR-PRODUTO
             END-IF
             READ PRODUTOS NEXT RECORD
           END-PERFORM.
       0210-SELECIONAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0220-AVALIAR-PRODUTO: NO MODO DATA O PRODUTO PRECISA DE
      *  ETIQUETA SE A TRILHA REGISTROU PRECO NOVO NA DATA, SE HA
      *  REAJUSTE COM VIGENCIA NA DATA QUE O ALCANCE OU SE O PRECO
      *  PROMOCIONAL DA DATA DIFERE DO DA VESPERA (PROMOCAO QUE
      *  COMECA, TERMINA OU TROCA DE VALOR).
      *--------------------------------------------------------------
       0220-AVALIAR-PRODUTO            SECTION.
           MOVE "N" TO WRK-SW-ETIQUETA.
           IF MODO-CATEGORIA
             IF WRK-CATEGORIA EQUAL ZEROS
                OR PROD-CATEGORIA EQUAL WRK-CATEGORIA
               SET PRECISA-ETIQUETA TO TRUE
             END-IF
           ELSE
             MOVE 1 TO WRK-IND-ALTERADO
             PERFORM UNTIL WRK-IND-ALTERADO GREATER WRK-QTD-ALTERADOS
                        OR PRECISA-ETIQUETA
               IF WRK-ALT-CODIGO(WRK-IND-ALTERADO) EQUAL PROD-CODIGO
                 SET PRECISA-ETIQUETA TO TRUE
               END-IF
               ADD 1 TO WRK-IND-ALTERADO
             END-PERFORM
             MOVE 1 TO WRK-IND-REAJUSTE
             PERFORM UNTIL WRK-IND-REAJUSTE GREATER WRK-QTD-REAJUSTES
                        OR PRECISA-ETIQUETA
               MOVE WRK-RJP-REG(WRK-IND-REAJUSTE) TO REG-REAJUSTE
               IF RJP-DATA-VIGENCIA EQUAL WRK-DATA-ETQ
                 PERFORM 0225-TESTAR-ALCANCE
               END-IF
               ADD 1 TO WRK-IND-REAJUSTE
             END-PERFORM
             MOVE WRK-DATA-ANT-NUM TO WRK-DATA-TESTE
             PERFORM 0230-PROMOCAO-NA-DATA
             MOVE WRK-PROMO-HOJE TO WRK-PROMO-VESPERA
             MOVE WRK-DATA-ETQ TO WRK-DATA-TESTE
             PERFORM 0230-PROMOCAO-NA-DATA
             IF WRK-PROMO-HOJE NOT EQUAL WRK-PROMO-VESPERA
               SET PRECISA-ETIQUETA TO TRUE
             END-IF
           END-IF.
           IF NOT PRECISA-ETIQUETA
             GO TO 0220-AVALIAR-SAIDA
           END-IF.

           PERFORM 0235-PRECO-DE-TABELA.
           MOVE WRK-DATA-ETQ TO WRK-DATA-TESTE.
           PERFORM 0230-PROMOCAO-NA-DATA.

           MOVE PROD-CATEGORIA   TO ORD-CATEGORIA.
           MOVE PROD-DESCRICAO   TO ORD-DESCRICAO.
           MOVE PROD-CODIGO      TO ORD-CODIGO.
           MOVE WRK-PRECO-TABELA TO ORD-PRECO-TABELA.
           IF PROMOCAO-ACHADA
             MOVE WRK-PROMO-HOJE TO ORD-PRECO
             MOVE "S"            TO ORD-OFERTA
             MOVE WRK-PROMO-FIM  TO ORD-VALIDADE
           ELSE
             MOVE WRK-PRECO-TABELA TO ORD-PRECO
             MOVE "N"              TO ORD-OFERTA
             MOVE WRK-DATA-ETQ     TO ORD-VALIDADE
           END-IF.
           MOVE ZEROS TO ORD-EAN.
           MOVE 1 TO WRK-IND-EAN.
           PERFORM UNTIL WRK-IND-EAN GREATER WRK-QTD-EANS
                      OR ORD-EAN NOT EQUAL ZEROS
             IF WRK-EAN-CODIGO(WRK-IND-EAN) EQUAL PROD-CODIGO
               MOVE WRK-EAN-BARRA(WRK-IND-EAN) TO ORD-EAN
             END-IF
             ADD 1 TO WRK-IND-EAN
           END-PERFORM.
           RELEASE WRK-REG-ORDETQ.
       0220-AVALIAR-SAIDA.
           EXIT.

       0225-TESTAR-ALCANCE             SECTION.
           IF RJP-POR-CATEGORIA
             IF PROD-CATEGORIA EQUAL RJP-CATEGORIA
               SET PRECISA-ETIQUETA TO TRUE
             END-IF
           ELSE
             IF PROD-CODIGO EQUAL RJP-CODIGO
               SET PRECISA-ETIQUETA TO TRUE
             END-IF
           END-IF.

      *--- PRIMEIRA PROMOCAO VIGENTE EM WRK-DATA-TESTE (REGRA DO ---
      *--- PROGRAMA15); SEM PROMOCAO O VALOR VOLTA ZERADO        ---
       0230-PROMOCAO-NA-DATA           SECTION.
           MOVE "N"   TO WRK-SW-PROMO.
           MOVE ZEROS TO WRK-PROMO-HOJE.
           MOVE ZEROS TO WRK-PROMO-FIM.
           MOVE 1     TO WRK-IND-PROMOCAO.
           PERFORM UNTIL WRK-IND-PROMOCAO GREATER WRK-QTD-PROMOCOES
                      OR PROMOCAO-ACHADA
             IF WRK-PRM-CODIGO(WRK-IND-PROMOCAO) EQUAL PROD-CODIGO
                AND WRK-DATA-TESTE IS GREATER THAN OR EQUAL TO
                    WRK-PRM-DATA-INI(WRK-IND-PROMOCAO)
                AND WRK-DATA-TESTE IS LESS THAN OR EQUAL TO
                    WRK-PRM-DATA-FIM(WRK-IND-PROMOCAO)
               SET PROMOCAO-ACHADA TO TRUE
               MOVE WRK-PRM-VALOR(WRK-IND-PROMOCAO)
                 TO WRK-PROMO-HOJE
               MOVE WRK-PRM-DATA-FIM(WRK-IND-PROMOCAO)
                 TO WRK-PROMO-FIM
             ELSE
               ADD 1 TO WRK-IND-PROMOCAO
             END-IF
           END-PERFORM.

      *--------------------------------------------------------------
      *  0235-PRECO-DE-TABELA: PROD-VALOR MAIS OS REAJUSTES AINDA
      *  AGENDADOS COM VIGENCIA ATE A DATA DAS ETIQUETAS, NA ORDEM DO
      *  ARQUIVO E COM O CALCULO DO PRD023 - A ETIQUETA PODE SER
      *  IMPRESSA NA VESPERA, ANTES DE O REAJUSTE SER APLICADO.
      *--------------------------------------------------------------
       0235-PRECO-DE-TABELA            SECTION.
           MOVE PROD-VALOR TO WRK-PRECO-TABELA.
           MOVE 1 TO WRK-IND-REAJUSTE.
           PERFORM UNTIL WRK-IND-REAJUSTE GREATER WRK-QTD-REAJUSTES
             MOVE WRK-RJP-REG(WRK-IND-REAJUSTE) TO REG-REAJUSTE
             IF RJP-AGENDADO
                AND RJP-DATA-VIGENCIA IS LESS THAN OR EQUAL TO
                    WRK-DATA-ETQ
               MOVE "N" TO WRK-SW-ETIQUETA
               PERFORM 0225-TESTAR-ALCANCE
               IF PRECISA-ETIQUETA
                 PERFORM 0240-APLICAR-REAJUSTE
               END-IF
             END-IF
             ADD 1 TO WRK-IND-REAJUSTE
           END-PERFORM.

       0240-APLICAR-REAJUSTE           SECTION.
           IF RJP-PERCENTUAL
             COMPUTE WRK-DELTA ROUNDED =
                 WRK-PRECO-TABELA * RJP-VALOR / 100
           ELSE
             MOVE RJP-VALOR TO WRK-DELTA
           END-IF.
           IF RJP-REDUCAO
             COMPUTE WRK-VALOR-NOVO = WRK-PRECO-TABELA - WRK-DELTA
           ELSE
             COMPUTE WRK-VALOR-NOVO = WRK-PRECO-TABELA + WRK-DELTA
           END-IF.
           IF WRK-VALOR-NOVO GREATER ZEROS
             MOVE WRK-VALOR-NOVO TO WRK-PRECO-TABELA
           END-IF.

      *--- UMA FOLHA POR CATEGORIA, NA ORDEM DOS CORREDORES ---
       0250-IMPRIMIR-ETIQUETAS         SECTION.
           MOVE "N" TO WRK-FIM-ORDETQ.
           MOVE "S" TO WRK-PRIMEIRO.
           RETURN WRK-ORDETQ AT END MOVE "S" TO WRK-FIM-ORDETQ.
           PERFORM UNTIL WRK-FIM-ORDETQ EQUAL "S"
             IF WRK-PRIMEIRO EQUAL "S"
                OR ORD-CATEGORIA NOT EQUAL WRK-CAT-ATUAL
               PERFORM 0260-INICIAR-CATEGORIA
             END-IF
             PERFORM 0270-IMPRIMIR-ETIQUETA
             RETURN WRK-ORDETQ AT END MOVE "S" TO WRK-FIM-ORDETQ
           END-PERFORM.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0265-FECHAR-CATEGORIA
           END-IF.

       0260-INICIAR-CATEGORIA          SECTION.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0265-FECHAR-CATEGORIA
           END-IF.
           MOVE "N" TO WRK-PRIMEIRO.
           MOVE ORD-CATEGORIA TO WRK-CAT-ATUAL.
           MOVE ZEROS TO WRK-CAT-ETIQUETAS.
           MOVE ORD-CATEGORIA TO WRK-LC-CODIGO.
           MOVE "SEM CATEGORIA" TO WRK-LC-DESCRICAO.
           MOVE 1 TO WRK-IND-CATEGORIA.
           PERFORM UNTIL WRK-IND-CATEGORIA GREATER WRK-QTD-CATEGORIAS
             IF WRK-CAT-CODIGO(WRK-IND-CATEGORIA) EQUAL ORD-CATEGORIA
               MOVE WRK-CAT-DESCRICAO(WRK-IND-CATEGORIA)
                 TO WRK-LC-DESCRICAO
             END-IF
             ADD 1 TO WRK-IND-CATEGORIA
           END-PERFORM.
           MOVE SPACES TO REG-RELETQ.
           WRITE REG-RELETQ.
           MOVE WRK-LINHA-CATEG TO REG-RELETQ.
           WRITE REG-RELETQ.

       0265-FECHAR-CATEGORIA           SECTION.
           MOVE SPACES TO REG-RELETQ.
           STRING "ETIQUETAS DA CATEGORIA: " WRK-CAT-ETIQUETAS
             DELIMITED BY SIZE INTO REG-RELETQ
           END-STRING.
           WRITE REG-RELETQ.

       0270-IMPRIMIR-ETIQUETA          SECTION.
           MOVE WRK-LINHA-BORDA TO REG-RELETQ.
           WRITE REG-RELETQ.
           MOVE ORD-DESCRICAO TO WRK-LE-DESCRICAO.
           MOVE WRK-LINHA-DESCR TO REG-RELETQ.
           WRITE REG-RELETQ.
           MOVE ORD-PRECO TO WRK-LE-PRECO.
           IF ORD-OFERTA EQUAL "S"
             MOVE "*** OFERTA ***" TO WRK-LE-OFERTA
           ELSE
             MOVE SPACES TO WRK-LE-OFERTA
           END-IF.
           MOVE WRK-LINHA-PRECO TO REG-RELETQ.
           WRITE REG-RELETQ.
           IF ORD-OFERTA EQUAL "S"
             MOVE "DE R$" TO WRK-LE-DE-TEXTO
             MOVE ORD-PRECO-TABELA TO WRK-LE-DE-PRECO
             MOVE WRK-LINHA-DE TO REG-RELETQ
             WRITE REG-RELETQ
             ADD 1 TO WRK-ACUM-OFERTAS
           END-IF.
           MOVE ORD-CODIGO TO WRK-LE-CODIGO.
           IF ORD-EAN EQUAL ZEROS
             MOVE "SEM EAN" TO WRK-LE-EAN
           ELSE
             MOVE ORD-EAN TO WRK-LE-EAN
           END-IF.
           MOVE WRK-LINHA-CODIGO TO REG-RELETQ.
           WRITE REG-RELETQ.
           MOVE ORD-VALIDADE TO WRK-DATA-EDI-NUM.
           PERFORM 0290-FORMATAR-DATA.
           IF ORD-OFERTA EQUAL "S"
             MOVE "VALIDA ATE "  TO WRK-LE-VAL-TEXTO
           ELSE
             MOVE "PRECO DESDE " TO WRK-LE-VAL-TEXTO
           END-IF.
           MOVE WRK-DATA-BARRA TO WRK-LE-VALIDADE.
           MOVE WRK-LINHA-VALIDADE TO REG-RELETQ.
           WRITE REG-RELETQ.
           MOVE WRK-LINHA-BORDA TO REG-RELETQ.
           WRITE REG-RELETQ.
           ADD 1 TO WRK-CAT-ETIQUETAS.
           ADD 1 TO WRK-ACUM-ETIQUETAS.

       0290-FORMATAR-DATA              SECTION.
           MOVE WRK-DE-DIA TO WRK-DB-DIA.
           MOVE WRK-DE-MES TO WRK-DB-MES.
           MOVE WRK-DE-ANO TO WRK-DB-ANO.

           COPY "CAMPRODP.cpy".
           COPY "CAMPRMP.cpy".
           COPY "CAMRJPP.cpy".
           COPY "CAMAPRP.cpy".
           COPY "CAMEANP.cpy".
           COPY "CAMCATP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "ETIQUETAS IMPRESSAS: " WRK-ACUM-ETIQUETAS.
               DISPLAY "DAS QUAIS EM OFERTA: " WRK-ACUM-OFERTAS.
               DISPLAY "ARQUIVO: " WRK-CAMINHO-RELETQ.
               MOVE "PRD037"           TO LOG-JOB.
               MOVE "S"                TO LOG-STATUS.
               MOVE WRK-ACUM-ETIQUETAS TO LOG-QTD.
               MOVE "ETIQUETAS DE GONDOLA" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
