       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD045.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: FOTO MENSAL DO ESTOQUE - PASSO DA CADEIA DO
      *==            PROGRAMA29 COM A REGRA F (UMA VEZ POR MES, DEPOIS
      *==            QUE O PROGRAMA31 FECHA A COMPETENCIA). COMO O
      *==            PASSO RODA DIAS DEPOIS DA VIRADA, O SALDO DO
      *==            ULTIMO DIA DO MES E REMONTADO A PARTIR DO SALDO DE
      *==            HOJE (PROD-QTD-ESTOQUE E ESTFILIA.DAT) DESFAZENDO
      *==            O MOVIMENTO DATADO DEPOIS DA COMPETENCIA: ENTRADAS,
      *==            VENDAS (KIT EXPLODIDO PELO KITDEF.DAT),
      *==            DEVOLUCOES DE CLIENTE E AO FORNECEDOR, AJUSTES DE
      *==            INVENTARIO (AUDITPRD OPERACAO J) E TRANSFERENCIAS
      *==            ENTRE FILIAIS. A DIFERENCA ENTRE O TOTAL DA
      *==            EMPRESA E A SOMA DAS FILIAIS FICA NA MATRIZ (01),
      *==            ENTAO A FOTO SEMPRE FECHA COM O CADASTRO. GRAVA EM
      *==            ESTMES.DAT, PERMANENTE, UMA LINHA POR FILIAL E
      *==            PRODUTO COM QUANTIDADE, PROD-CUSTO-MEDIO E VALOR E
      *==            OS TOTAIS POR CATEGORIA COMERCIAL DE CADA FILIAL E
      *==            DA EMPRESA. COMPETENCIA JA FOTOGRAFADA NAO E
      *==            GRAVADA DE NOVO. O RELATORIO DATADO (RELGER)
      *==            CONCILIA POR CATEGORIA O ESTOQUE INICIAL (FOTO
      *==            ANTERIOR) + COMPRAS - DEVOLUCOES AO FORNECEDOR
      *==            +- AJUSTES - ESTOQUE FINAL = CMV DO MES, E LISTA
      *==            O PRODUTO CUJA QUANTIDADE NAO FECHA (INICIAL +
      *==            ENTRADAS - VENDAS + DEVOLUCOES - DEV.FORN. +-
      *==            AJUSTES DIFERENTE DO FINAL). EXECUCAO NO BATCHLOG
      *==            COM O VALOR DO ESTOQUE FINAL EM LOG-HASH.
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

           SELECT ENTRADAS ASSIGN TO WRK-CAMINHO-ENTRADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADAS.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT DEVOLUCAO ASSIGN TO WRK-CAMINHO-DEVOLUCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCAO.

           SELECT DEVFOR ASSIGN TO WRK-CAMINHO-DEVFOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVFOR.

           SELECT AUDPROD ASSIGN TO WRK-CAMINHO-AUDPROD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDPROD.

           SELECT TRANSFER ASSIGN TO WRK-CAMINHO-TRANSFER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSFER.

           SELECT KITDEF ASSIGN TO WRK-CAMINHO-KITDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KITDEF.

           SELECT ESTMES ASSIGN TO WRK-CAMINHO-ESTMES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTMES.

           SELECT RELESTMES ASSIGN TO WRK-CAMINHO-RELESTMES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELESTMES.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDEMS ASSIGN TO "WRKORDEMS".

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  ESTFILIA.
           COPY "ESTFILIA.cpy".
       FD  ENTRADAS.
           COPY "ENTRADAS.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  DEVOLUCAO.
           COPY "DEVOLUCA.cpy".
       FD  DEVFOR.
           COPY "DEVFOR.cpy".
       FD  AUDPROD.
           COPY "AUDPROD.cpy".
       FD  TRANSFER.
           COPY "TRANSFER.cpy".
       FD  KITDEF.
           COPY "KITDEF.cpy".
       FD  ESTMES.
           COPY "ESTMES.cpy".
       FD  RELESTMES.
       01  REG-RELESTMES       PIC X(132).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDEMS.
       01  WRK-REG-ORDEMS.
           05 ORD-FILIAL       PIC 9(02).
           05 ORD-CATEG        PIC 9(03).
           05 ORD-CODIGO       PIC 9(05).
           05 ORD-IND          PIC 9(04).
           05 ORD-QTD          PIC S9(07).

       WORKING-STORAGE SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMEST.cpy".
           COPY "CAMFOR.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMDEV.cpy".
           COPY "CAMDVF.cpy".
           COPY "CAMAPR.cpy".
           COPY "CAMTRF.cpy".
           COPY "CAMKIT.cpy".
           COPY "CAMEMS.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
           COPY "DATAMES.cpy".
           COPY "RELGER.cpy".
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-ESTFILIA     PIC 9(02) VALUE ZEROS.
       77  FS-ENTRADAS     PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-DEVOLUCAO    PIC 9(02) VALUE ZEROS.
       77  FS-DEVFOR       PIC 9(02) VALUE ZEROS.
       77  FS-AUDPROD      PIC 9(02) VALUE ZEROS.
       77  FS-TRANSFER     PIC 9(02) VALUE ZEROS.
       77  FS-KITDEF       PIC 9(02) VALUE ZEROS.
       77  FS-ESTMES       PIC 9(02) VALUE ZEROS.
       77  FS-RELESTMES    PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELESTMES PIC X(100) VALUE SPACES.

      *-------------------- COMPETENCIA DA FOTO E ANTERIOR -------------
       01  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-RED REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO PIC 9(04).
           05 WRK-COMP-MES PIC 9(02).
       01  WRK-COMP-ANTERIOR PIC 9(06) VALUE ZEROS.
       01  WRK-COMP-ANTERIOR-RED REDEFINES WRK-COMP-ANTERIOR.
           05 WRK-CANT-ANO PIC 9(04).
           05 WRK-CANT-MES PIC 9(02).
       77  WRK-DATA-FOTO   PIC 9(08) VALUE ZEROS.
       77  WRK-SW-FOTO     PIC X(01) VALUE "N".
           88 FOTO-JA-GRAVADA       VALUE "S".
       77  WRK-SW-FOTO-ANT PIC X(01) VALUE "N".
           88 TEM-FOTO-ANTERIOR     VALUE "S".

      *-------------------- PRODUTOS DO CADASTRO -----------------------
      *    POS = ENTRADA LIQUIDA NA EMPRESA DEPOIS DA COMPETENCIA; AS
      *    COLUNAS ENT/VEN/DEV/DVF/AJU SAO O MOVIMENTO DENTRO DELA
       01  WRK-TAB-PRD.
           05 WRK-PRD-ITEM OCCURS 1000 TIMES.
              10 WRK-PRD-CODIGO    PIC 9(05).
              10 WRK-PRD-DESCR     PIC X(30).
              10 WRK-PRD-CUSTO     PIC 9(05)V99.
              10 WRK-PRD-CATEG     PIC 9(03).
              10 WRK-PRD-QTD-ATUAL PIC 9(05).
              10 WRK-PRD-POS       PIC S9(07).
              10 WRK-PRD-ENT       PIC S9(07).
              10 WRK-PRD-VEN       PIC S9(07).
              10 WRK-PRD-DEV       PIC S9(07).
              10 WRK-PRD-DVF       PIC S9(07).
              10 WRK-PRD-AJU       PIC S9(07).
              10 WRK-PRD-INICIAL   PIC S9(07).
              10 WRK-PRD-FINAL     PIC S9(07).
              10 WRK-PRD-SOMA-FIL  PIC S9(07).
              10 WRK-PRD-VLR-INI   PIC S9(11)V99.
              10 WRK-PRD-VLR-ENT   PIC S9(11)V99.
              10 WRK-PRD-VLR-DVF   PIC S9(11)V99.
       77  WRK-QTD-PRD     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-PRD     PIC 9(04) VALUE 1000.
       77  WRK-IND-PRD     PIC 9(04) VALUE ZEROS.
       77  WRK-CODIGO-BUSCA PIC 9(05) VALUE ZEROS.
       77  WRK-SW-PRD      PIC X(01) VALUE "N".
           88 PRODUTO-NA-TABELA     VALUE "S".

      *-------------------- SALDOS POR FILIAL --------------------------
       01  WRK-TAB-SALDO.
           05 WRK-SLD-ITEM OCCURS 3000 TIMES.
              10 WRK-SLD-FILIAL    PIC 9(02).
              10 WRK-SLD-IND       PIC 9(04).
              10 WRK-SLD-QTD       PIC S9(07).
       77  WRK-QTD-SLD     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-SLD     PIC 9(04) VALUE 3000.
       77  WRK-IND-SLD     PIC 9(04) VALUE ZEROS.
       77  WRK-SW-SLD      PIC X(01) VALUE "N".
           88 SALDO-NA-TABELA       VALUE "S".
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".

      *-------------------- COMPONENTES DE KIT -------------------------
       01  WRK-TAB-KIT.
           05 WRK-KIT-ITEM OCCURS 500 TIMES.
              10 WRK-KIT-CODIGO    PIC 9(05).
              10 WRK-KIT-COMP      PIC 9(05).
              10 WRK-KIT-QTD       PIC 9(03).
       77  WRK-QTD-KIT     PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-KIT     PIC 9(03) VALUE 500.
       77  WRK-IND-KIT     PIC 9(03) VALUE ZEROS.
       77  WRK-SW-KIT      PIC X(01) VALUE "N".
           88 VENDA-DE-KIT          VALUE "S".

      *-------------------- MOVIMENTO EM LANCAMENTO --------------------
       77  WRK-MV-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-MV-AAAAMM   PIC 9(06) VALUE ZEROS.
       77  WRK-MV-CODIGO   PIC 9(05) VALUE ZEROS.
       77  WRK-MV-FILIAL   PIC 9(02) VALUE ZEROS.
       77  WRK-MV-TIPO     PIC X(01) VALUE SPACES.
       77  WRK-MV-QTD      PIC S9(07) VALUE ZEROS.
       77  WRK-MV-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SLD-BUSCA   PIC 9(02) VALUE ZEROS.

      *-------------------- TOTAIS POR CATEGORIA (EMPRESA) -------------
      *    INDICE = PROD-CATEGORIA + 1 (CATEGORIA 000 = SEM CATEGORIA)
       01  WRK-TAB-CATEG.
           05 WRK-CTG-ITEM OCCURS 1000 TIMES.
              10 WRK-CTG-USADA     PIC X(01).
              10 WRK-CTG-QTD       PIC S9(09).
              10 WRK-CTG-VLR-FOTO  PIC S9(11)V99.
              10 WRK-CTG-VLR-INI   PIC S9(11)V99.
              10 WRK-CTG-VLR-ENT   PIC S9(11)V99.
              10 WRK-CTG-VLR-DVF   PIC S9(11)V99.
              10 WRK-CTG-VLR-AJU   PIC S9(11)V99.
              10 WRK-CTG-VLR-FIN   PIC S9(11)V99.
       77  WRK-IND-CTG     PIC 9(04) VALUE ZEROS.
       77  WRK-CATEG-IMP   PIC 9(03) VALUE ZEROS.

      *-------------------- QUEBRA DA GRAVACAO DA FOTO -----------------
       77  WRK-FIM-ORDEMS  PIC X(01) VALUE "N".
       77  WRK-FIL-ATUAL   PIC 9(02) VALUE ZEROS.
       77  WRK-CAT-ATUAL   PIC 9(03) VALUE ZEROS.
       77  WRK-SW-QUEBRA   PIC X(01) VALUE "N".
           88 GRUPO-ABERTO          VALUE "S".
       77  WRK-SUB-QTD     PIC S9(09) VALUE ZEROS.
       77  WRK-SUB-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-LINHA PIC S9(11)V99 VALUE ZEROS.

      *-------------------- CONCILIACAO --------------------------------
       77  WRK-DIFERENCA   PIC S9(07) VALUE ZEROS.
       77  WRK-VLR-AJUSTE  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VLR-FINAL   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CMV         PIC S9(11)V99 VALUE ZEROS.
       01  WRK-TOTAIS-EMPRESA.
           05 WRK-TOT-VLR-INI  PIC S9(11)V99 VALUE ZEROS.
           05 WRK-TOT-VLR-ENT  PIC S9(11)V99 VALUE ZEROS.
           05 WRK-TOT-VLR-DVF  PIC S9(11)V99 VALUE ZEROS.
           05 WRK-TOT-VLR-AJU  PIC S9(11)V99 VALUE ZEROS.
           05 WRK-TOT-VLR-FIN  PIC S9(11)V99 VALUE ZEROS.
           05 WRK-TOT-CMV      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SW-DIVERGE  PIC X(01) VALUE "N".
           88 QUANTIDADE-DIVERGE    VALUE "S".

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-GRAVADAS PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-DIVERG   PIC 9(05) VALUE ZEROS.

      *-------------------- LINHAS DO RELATORIO ------------------------
       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(36) VALUE
              "FOTO MENSAL DO ESTOQUE - COMPETENCIA".
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-COMPET    PIC 9(06).
           05 FILLER           PIC X(13) VALUE " - GRAVADA EM".
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-DATA      PIC 9(08).

       01  WRK-LINHA-CAB-FOTO.
           05 FILLER PIC X(10) VALUE "FILIAL".
           05 FILLER PIC X(10) VALUE "CATEGORIA".
           05 FILLER PIC X(12) VALUE "  QUANTIDADE".
           05 FILLER PIC X(19) VALUE "     VALOR (CUSTO)".

       01  WRK-LINHA-FOTO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LF-FILIAL    PIC X(05).
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LF-CATEG     PIC 9(03).
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LF-QTD       PIC -ZZZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LF-VALOR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-CAB-CONC.
           05 FILLER PIC X(05) VALUE "CAT".
           05 FILLER PIC X(19) VALUE "  ESTOQUE INICIAL".
           05 FILLER PIC X(19) VALUE "          COMPRAS".
           05 FILLER PIC X(19) VALUE "      DEV.FORNEC.".
           05 FILLER PIC X(19) VALUE "          AJUSTES".
           05 FILLER PIC X(19) VALUE "    ESTOQUE FINAL".
           05 FILLER PIC X(19) VALUE "      CMV APURADO".

       01  WRK-LINHA-CONC.
           05 WRK-LC-CATEG     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LC-VALOR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99 OCCURS 6 TIMES.

       01  WRK-LINHA-CAB-DIV.
           05 FILLER PIC X(07) VALUE "CODIGO".
           05 FILLER PIC X(26) VALUE "DESCRICAO".
           05 FILLER PIC X(09) VALUE "  INICIAL".
           05 FILLER PIC X(09) VALUE " ENTRADAS".
           05 FILLER PIC X(09) VALUE "   VENDAS".
           05 FILLER PIC X(09) VALUE "  DEVOL.".
           05 FILLER PIC X(09) VALUE " DEV.FORN".
           05 FILLER PIC X(09) VALUE "  AJUSTES".
           05 FILLER PIC X(09) VALUE "    FINAL".
           05 FILLER PIC X(09) VALUE "    DIFER".

       01  WRK-LINHA-DIV.
           05 WRK-LD-CODIGO    PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-DESCR     PIC X(25).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-QTD       PIC -ZZZZZZZ9 OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               IF NOT FOTO-JA-GRAVADA
                 PERFORM 0200-PROCESSAR
               END-IF.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DA FOTO (AAAAMM, 0 = MES ANTERIOR) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
             IF WRK-COMP-MES EQUAL 1
               MOVE 12 TO WRK-COMP-MES
               SUBTRACT 1 FROM WRK-COMP-ANO
             ELSE
               SUBTRACT 1 FROM WRK-COMP-MES
             END-IF
           END-IF.
           IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
             DISPLAY "COMPETENCIA INVALIDA"
             GOBACK
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-COMP-ANTERIOR.
           IF WRK-CANT-MES EQUAL 1
             MOVE 12 TO WRK-CANT-MES
             SUBTRACT 1 FROM WRK-CANT-ANO
           ELSE
             SUBTRACT 1 FROM WRK-CANT-MES
           END-IF.

      *    A FOTO E PERMANENTE - SO DEPOIS DO FECHAMENTO NO PROGRAMA31
           MOVE WRK-COMPETENCIA TO PRS-COMPETENCIA.
           CALL "PERIODO" USING WRK-AREA-PERIODO.
           IF NOT PRS-FECHADA
             DISPLAY "COMPETENCIA " WRK-COMPETENCIA " AINDA ABERTA - "
                     "FECHE NO PROGRAMA31 ANTES DA FOTO DO ESTOQUE"
             GOBACK
           END-IF.

           CALL "DATAMES" USING WRK-AREA-DATAMES.
           MOVE DTM-AAAAMMDD TO WRK-DATA-FOTO.
           MOVE ZEROS TO WRK-TAB-CATEG.
           MOVE 1 TO WRK-IND-CTG.
           PERFORM UNTIL WRK-IND-CTG GREATER 1000
             MOVE "N" TO WRK-CTG-USADA(WRK-IND-CTG)
             ADD 1 TO WRK-IND-CTG
           END-PERFORM.

           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0125-LER-FOTOS.
           IF FOTO-JA-GRAVADA
             DISPLAY "FOTO DA COMPETENCIA " WRK-COMPETENCIA
                     " JA GRAVADA - NADA A FAZER"
             GO TO 0100-INICIALIZAR-SAIDA
           END-IF.
           PERFORM 0115-CARREGAR-KITS.
           PERFORM 0120-CARREGAR-ESTFILIA.

           MOVE "ESTMES" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELESTMES.
           OPEN OUTPUT RELESTMES.
           IF FS-RELESTMES NOT EQUAL 0
             DISPLAY "RELATORIO DA FOTO DO ESTOQUE NAO FOI ABERTO - "
                     "STATUS " FS-RELESTMES
             GOBACK
           END-IF.
       0100-INICIALIZAR-SAIDA.
           EXIT.

      *--- A FOTO PRECISA DO CADASTRO INTEIRO - SEM ELE NAO GRAVA --
       0110-CARREGAR-PRODUTOS          SECTION.
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
               MOVE ZEROS TO WRK-PRD-ITEM(WRK-QTD-PRD)
               MOVE PROD-CODIGO      TO WRK-PRD-CODIGO(WRK-QTD-PRD)
               MOVE PROD-DESCRICAO   TO WRK-PRD-DESCR(WRK-QTD-PRD)
               MOVE PROD-CUSTO-MEDIO TO WRK-PRD-CUSTO(WRK-QTD-PRD)
               IF PROD-CATEGORIA IS NUMERIC
                 MOVE PROD-CATEGORIA TO WRK-PRD-CATEG(WRK-QTD-PRD)
               END-IF
               MOVE PROD-QTD-ESTOQUE TO WRK-PRD-QTD-ATUAL(WRK-QTD-PRD)
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ PRODUTOS NEXT RECORD
           END-PERFORM.
           CLOSE PRODUTOS.
           IF CARGA-TRANSBORDOU
             DISPLAY "MAIS DE " WRK-MAX-PRD " PRODUTOS NO CADASTRO - "
                     "FOTO NAO GRAVADA PARA NAO SAIR INCOMPLETA"
             GOBACK
           END-IF.

       0115-CARREGAR-KITS              SECTION.
           PERFORM 0153-OBTER-CAMINHO-KITDEF.
           OPEN INPUT KITDEF.
           IF FS-KITDEF NOT EQUAL 0
             GO TO 0115-CARREGAR-SAIDA
           END-IF.
           READ KITDEF NEXT RECORD.
           PERFORM UNTIL FS-KITDEF NOT EQUAL 00
             IF WRK-QTD-KIT LESS WRK-MAX-KIT
               ADD 1 TO WRK-QTD-KIT
               MOVE KIT-CODIGO     TO WRK-KIT-CODIGO(WRK-QTD-KIT)
               MOVE KIT-COMPONENTE TO WRK-KIT-COMP(WRK-QTD-KIT)
               MOVE KIT-QTD-COMP   TO WRK-KIT-QTD(WRK-QTD-KIT)
             END-IF
             READ KITDEF NEXT RECORD
           END-PERFORM.
           CLOSE KITDEF.
       0115-CARREGAR-SAIDA.
           EXIT.

      *--- SALDO DE PRODUTO FORA DO CADASTRO NAO ENTRA NA FOTO --
       0120-CARREGAR-ESTFILIA          SECTION.
           PERFORM 0148-OBTER-CAMINHO-ESTFILIA.
           OPEN INPUT ESTFILIA.
           IF FS-ESTFILIA NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ ESTFILIA NEXT RECORD.
           PERFORM UNTIL FS-ESTFILIA NOT EQUAL 00
             MOVE EST-CODIGO TO WRK-CODIGO-BUSCA
             PERFORM 0255-LOCALIZAR-PRODUTO
             IF PRODUTO-NA-TABELA
               IF WRK-QTD-SLD LESS WRK-MAX-SLD
                 ADD 1 TO WRK-QTD-SLD
                 MOVE EST-FILIAL  TO WRK-SLD-FILIAL(WRK-QTD-SLD)
                 MOVE WRK-IND-PRD TO WRK-SLD-IND(WRK-QTD-SLD)
                 MOVE EST-QTD     TO WRK-SLD-QTD(WRK-QTD-SLD)
               ELSE
                 SET CARGA-TRANSBORDOU TO TRUE
               END-IF
             END-IF
             READ ESTFILIA NEXT RECORD
           END-PERFORM.
           CLOSE ESTFILIA.
           IF CARGA-TRANSBORDOU
             DISPLAY "MAIS DE " WRK-MAX-SLD " SALDOS DE FILIAL - "
                     "FOTO NAO GRAVADA PARA NAO SAIR INCOMPLETA"
             GOBACK
           END-IF.
       0120-CARREGAR-SAIDA.
           EXIT.

      *-------------------------------------------------------------
      *  0125-LER-FOTOS: VE SE A COMPETENCIA JA FOI FOTOGRAFADA E
      *  CARREGA A FOTO DA COMPETENCIA ANTERIOR (LINHAS P, SOMADAS
      *  POR PRODUTO) COMO ESTOQUE INICIAL DA CONCILIACAO.
      *-------------------------------------------------------------
       0125-LER-FOTOS                  SECTION.
           PERFORM 0198-OBTER-CAMINHO-ESTMES.
           OPEN INPUT ESTMES.
           IF FS-ESTMES NOT EQUAL 0
             GO TO 0125-LER-SAIDA
           END-IF.
           READ ESTMES NEXT RECORD.
           PERFORM UNTIL FS-ESTMES NOT EQUAL 00
             IF EMS-COMPETENCIA EQUAL WRK-COMPETENCIA
               SET FOTO-JA-GRAVADA TO TRUE
             END-IF
             IF EMS-COMPETENCIA EQUAL WRK-COMP-ANTERIOR
                AND EMS-TIPO-PRODUTO
               SET TEM-FOTO-ANTERIOR TO TRUE
               MOVE EMS-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 0255-LOCALIZAR-PRODUTO
               IF PRODUTO-NA-TABELA
                 ADD EMS-QTD   TO WRK-PRD-INICIAL(WRK-IND-PRD)
                 ADD EMS-VALOR TO WRK-PRD-VLR-INI(WRK-IND-PRD)
               END-IF
             END-IF
             READ ESTMES NEXT RECORD
           END-PERFORM.
           CLOSE ESTMES.
       0125-LER-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-LER-ENTRADAS.
           PERFORM 0215-LER-VENDAS.
           PERFORM 0220-LER-DEVOLUCOES.
           PERFORM 0225-LER-DEVFOR.
           PERFORM 0230-LER-AJUSTES.
           PERFORM 0235-LER-TRANSFERENCIAS.
           PERFORM 0260-FECHAR-SALDOS.

           MOVE WRK-COMPETENCIA TO WRK-LT-COMPET.
           MOVE WRK-DATA-FOTO   TO WRK-LT-DATA.
           MOVE WRK-LINHA-TITULO TO REG-RELESTMES.
           WRITE REG-RELESTMES.
           MOVE SPACES TO REG-RELESTMES.
           WRITE REG-RELESTMES.

           PERFORM 0270-GRAVAR-FOTO.
           PERFORM 0280-CONCILIAR.
           PERFORM 0290-CONFERIR-QUANTIDADES.

           CLOSE RELESTMES.
           DISPLAY "LINHAS GRAVADAS NA FOTO: " WRK-ACUM-GRAVADAS.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELESTMES.

      *--- ENTRADA DE MERCADORIA PELO CUSTO DE CHEGADA --
       0210-LER-ENTRADAS               SECTION.
           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           OPEN INPUT ENTRADAS.
           IF FS-ENTRADAS NOT EQUAL 0
             GO TO 0210-LER-SAIDA
           END-IF.
           READ ENTRADAS NEXT RECORD.
           PERFORM UNTIL FS-ENTRADAS NOT EQUAL 00
             MOVE "E"        TO WRK-MV-TIPO
             MOVE ENT-DATA   TO WRK-MV-DATA
             MOVE ENT-CODIGO TO WRK-MV-CODIGO
             MOVE ENT-FILIAL TO WRK-MV-FILIAL
             IF ENT-FILIAL IS NOT NUMERIC
               MOVE ZEROS TO WRK-MV-FILIAL
             END-IF
             PERFORM 0240-FILIAL-DO-MOVIMENTO
             MOVE ENT-QTD    TO WRK-MV-QTD
             MOVE ENT-CUSTO-TOTAL TO WRK-MV-VALOR
             IF ENT-CUSTO-ADIC IS NUMERIC
               ADD ENT-CUSTO-ADIC TO WRK-MV-VALOR
             END-IF
             PERFORM 0250-LANCAR-MOVIMENTO
             READ ENTRADAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTRADAS.
       0210-LER-SAIDA.
           EXIT.

      *--- VENDA DE KIT BAIXA CADA COMPONENTE --
       0215-LER-VENDAS                 SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             GO TO 0215-LER-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             MOVE "V"        TO WRK-MV-TIPO
             MOVE MOV-DATA   TO WRK-MV-DATA
             MOVE MOV-FILIAL TO WRK-MV-FILIAL
             IF MOV-FILIAL IS NOT NUMERIC
               MOVE ZEROS TO WRK-MV-FILIAL
             END-IF
             PERFORM 0240-FILIAL-DO-MOVIMENTO
             MOVE ZEROS TO WRK-MV-VALOR
             MOVE "N" TO WRK-SW-KIT
             MOVE 1   TO WRK-IND-KIT
             PERFORM 0217-EXPLODIR-KIT
               UNTIL WRK-IND-KIT GREATER WRK-QTD-KIT
             IF NOT VENDA-DE-KIT
               MOVE MOV-CODIGO TO WRK-MV-CODIGO
               COMPUTE WRK-MV-QTD = MOV-QTD * -1
               PERFORM 0250-LANCAR-MOVIMENTO
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0215-LER-SAIDA.
           EXIT.

       0217-EXPLODIR-KIT               SECTION.
           IF WRK-KIT-CODIGO(WRK-IND-KIT) EQUAL MOV-CODIGO
             SET VENDA-DE-KIT TO TRUE
             MOVE WRK-KIT-COMP(WRK-IND-KIT) TO WRK-MV-CODIGO
             COMPUTE WRK-MV-QTD =
                 MOV-QTD * WRK-KIT-QTD(WRK-IND-KIT) * -1
             PERFORM 0250-LANCAR-MOVIMENTO
           END-IF.
           ADD 1 TO WRK-IND-KIT.

       0220-LER-DEVOLUCOES             SECTION.
           PERFORM 0133-OBTER-CAMINHO-DEVOLUCA.
           OPEN INPUT DEVOLUCAO.
           IF FS-DEVOLUCAO NOT EQUAL 0
             GO TO 0220-LER-SAIDA
           END-IF.
           READ DEVOLUCAO NEXT RECORD.
           PERFORM UNTIL FS-DEVOLUCAO NOT EQUAL 00
             MOVE "D"        TO WRK-MV-TIPO
             MOVE DEV-DATA   TO WRK-MV-DATA
             MOVE DEV-CODIGO TO WRK-MV-CODIGO
             MOVE DEV-FILIAL TO WRK-MV-FILIAL
             IF DEV-FILIAL IS NOT NUMERIC
               MOVE ZEROS TO WRK-MV-FILIAL
             END-IF
             PERFORM 0240-FILIAL-DO-MOVIMENTO
             MOVE DEV-QTD    TO WRK-MV-QTD
             MOVE ZEROS      TO WRK-MV-VALOR
             PERFORM 0250-LANCAR-MOVIMENTO
             READ DEVOLUCAO NEXT RECORD
           END-PERFORM.
           CLOSE DEVOLUCAO.
       0220-LER-SAIDA.
           EXIT.

       0225-LER-DEVFOR                 SECTION.
           PERFORM 0176-OBTER-CAMINHO-DEVFOR.
           OPEN INPUT DEVFOR.
           IF FS-DEVFOR NOT EQUAL 0
             GO TO 0225-LER-SAIDA
           END-IF.
           READ DEVFOR NEXT RECORD.
           PERFORM UNTIL FS-DEVFOR NOT EQUAL 00
             MOVE "F"        TO WRK-MV-TIPO
             MOVE DVF-DATA   TO WRK-MV-DATA
             MOVE DVF-CODIGO TO WRK-MV-CODIGO
             MOVE DVF-FILIAL TO WRK-MV-FILIAL
             IF DVF-FILIAL IS NOT NUMERIC
               MOVE ZEROS TO WRK-MV-FILIAL
             END-IF
             PERFORM 0240-FILIAL-DO-MOVIMENTO
             COMPUTE WRK-MV-QTD = DVF-QTD * -1
             MOVE DVF-VALOR  TO WRK-MV-VALOR
             PERFORM 0250-LANCAR-MOVIMENTO
             READ DEVFOR NEXT RECORD
           END-PERFORM.
           CLOSE DEVFOR.
       0225-LER-SAIDA.
           EXIT.

      *    O AJUSTE DE INVENTARIO NAO GRAVA A FILIAL NA TRILHA - ELE
      *    SO MEXE NO TOTAL DA EMPRESA AQUI (FILIAL 00) E A
      *    DIFERENCA CAI NA MATRIZ NO FECHAMENTO DOS SALDOS
       0230-LER-AJUSTES                SECTION.
           PERFORM 0117-OBTER-CAMINHO-AUDPROD.
           OPEN INPUT AUDPROD.
           IF FS-AUDPROD NOT EQUAL 0
             GO TO 0230-LER-SAIDA
           END-IF.
           READ AUDPROD NEXT RECORD.
           PERFORM UNTIL FS-AUDPROD NOT EQUAL 00
             IF APR-OPERACAO-AJUSTE
               MOVE "A"        TO WRK-MV-TIPO
               MOVE APR-DATA   TO WRK-MV-DATA
               MOVE APR-CODIGO TO WRK-MV-CODIGO
               MOVE ZEROS      TO WRK-MV-FILIAL
               COMPUTE WRK-MV-QTD =
                   APR-VALOR-DEPOIS - APR-VALOR-ANTES
               MOVE ZEROS      TO WRK-MV-VALOR
               PERFORM 0250-LANCAR-MOVIMENTO
             END-IF
             READ AUDPROD NEXT RECORD
           END-PERFORM.
           CLOSE AUDPROD.
       0230-LER-SAIDA.
           EXIT.

      *    A EMISSAO BAIXOU A ORIGEM E A CONFIRMACAO CREDITOU O
      *    DESTINO - O TOTAL DA EMPRESA NAO MUDA (TIPO T)
       0235-LER-TRANSFERENCIAS         SECTION.
           PERFORM 0149-OBTER-CAMINHO-TRANSFER.
           OPEN INPUT TRANSFER.
           IF FS-TRANSFER NOT EQUAL 0
             GO TO 0235-LER-SAIDA
           END-IF.
           READ TRANSFER NEXT RECORD.
           PERFORM UNTIL FS-TRANSFER NOT EQUAL 00
             MOVE "T"        TO WRK-MV-TIPO
             MOVE TRF-DATA   TO WRK-MV-DATA
             MOVE TRF-CODIGO TO WRK-MV-CODIGO
             MOVE ZEROS      TO WRK-MV-VALOR
             MOVE TRF-FILIAL-ORIG TO WRK-MV-FILIAL
             PERFORM 0240-FILIAL-DO-MOVIMENTO
             COMPUTE WRK-MV-QTD = TRF-QTD * -1
             PERFORM 0250-LANCAR-MOVIMENTO
             IF TRF-CONFIRMADA
               MOVE TRF-FILIAL-DEST TO WRK-MV-FILIAL
               PERFORM 0240-FILIAL-DO-MOVIMENTO
               MOVE TRF-QTD TO WRK-MV-QTD
               PERFORM 0250-LANCAR-MOVIMENTO
             END-IF
             READ TRANSFER NEXT RECORD
           END-PERFORM.
           CLOSE TRANSFER.
       0235-LER-SAIDA.
           EXIT.

      *--- LINHA SEM FILIAL (ANTERIOR AO ESTOQUE POR FILIAL) E MATRIZ --
       0240-FILIAL-DO-MOVIMENTO        SECTION.
           IF WRK-MV-FILIAL EQUAL ZEROS
             MOVE 01 TO WRK-MV-FILIAL
           END-IF.

      *-------------------------------------------------------------
      *  0250-LANCAR-MOVIMENTO: WRK-MV-QTD E A ENTRADA NO SALDO
      *  (NEGATIVA NA SAIDA). DEPOIS DA COMPETENCIA O MOVIMENTO E
      *  DESFEITO NO SALDO DA FILIAL E ACUMULADO PARA DESFAZER NO
      *  TOTAL DA EMPRESA; DENTRO DELA VAI PARA A CONCILIACAO.
      *-------------------------------------------------------------
       0250-LANCAR-MOVIMENTO           SECTION.
           DIVIDE WRK-MV-DATA BY 100 GIVING WRK-MV-AAAAMM.
           IF WRK-MV-AAAAMM LESS WRK-COMPETENCIA
             GO TO 0250-LANCAR-SAIDA
           END-IF.
           MOVE WRK-MV-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 0255-LOCALIZAR-PRODUTO.
           IF NOT PRODUTO-NA-TABELA
             GO TO 0250-LANCAR-SAIDA
           END-IF.

           IF WRK-MV-AAAAMM GREATER WRK-COMPETENCIA
             IF WRK-MV-TIPO NOT EQUAL "T"
               ADD WRK-MV-QTD TO WRK-PRD-POS(WRK-IND-PRD)
             END-IF
             IF WRK-MV-FILIAL NOT EQUAL ZEROS
               MOVE WRK-MV-FILIAL TO WRK-SLD-BUSCA
               PERFORM 0257-LOCALIZAR-SALDO
               IF SALDO-NA-TABELA
                 SUBTRACT WRK-MV-QTD FROM WRK-SLD-QTD(WRK-IND-SLD)
               END-IF
             END-IF
             GO TO 0250-LANCAR-SAIDA
           END-IF.

           EVALUATE WRK-MV-TIPO
             WHEN "E"
               ADD WRK-MV-QTD   TO WRK-PRD-ENT(WRK-IND-PRD)
               ADD WRK-MV-VALOR TO WRK-PRD-VLR-ENT(WRK-IND-PRD)
             WHEN "V"
               SUBTRACT WRK-MV-QTD FROM WRK-PRD-VEN(WRK-IND-PRD)
             WHEN "D"
               ADD WRK-MV-QTD   TO WRK-PRD-DEV(WRK-IND-PRD)
             WHEN "F"
               SUBTRACT WRK-MV-QTD FROM WRK-PRD-DVF(WRK-IND-PRD)
               ADD WRK-MV-VALOR TO WRK-PRD-VLR-DVF(WRK-IND-PRD)
             WHEN "A"
               ADD WRK-MV-QTD   TO WRK-PRD-AJU(WRK-IND-PRD)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       0250-LANCAR-SAIDA.
           EXIT.

      *--- BUSCA DO CODIGO EM WRK-CODIGO-BUSCA NA TABELA --
       0255-LOCALIZAR-PRODUTO          SECTION.
           MOVE 1   TO WRK-IND-PRD.
           MOVE "N" TO WRK-SW-PRD.
           PERFORM 0256-COMPARAR-PRODUTO
             UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD
                OR PRODUTO-NA-TABELA.

       0256-COMPARAR-PRODUTO           SECTION.
           IF WRK-PRD-CODIGO(WRK-IND-PRD) EQUAL WRK-CODIGO-BUSCA
             SET PRODUTO-NA-TABELA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-PRD
           END-IF.

      *--- SALDO DA FILIAL WRK-SLD-BUSCA DO PRODUTO WRK-IND-PRD; --
      *--- QUEM NAO TEM LINHA GANHA UMA ZERADA                    --
       0257-LOCALIZAR-SALDO            SECTION.
           MOVE 1   TO WRK-IND-SLD.
           MOVE "N" TO WRK-SW-SLD.
           PERFORM 0258-COMPARAR-SALDO
             UNTIL WRK-IND-SLD GREATER WRK-QTD-SLD
                OR SALDO-NA-TABELA.
           IF NOT SALDO-NA-TABELA
             IF WRK-QTD-SLD LESS WRK-MAX-SLD
               ADD 1 TO WRK-QTD-SLD
               MOVE WRK-SLD-BUSCA TO WRK-SLD-FILIAL(WRK-QTD-SLD)
               MOVE WRK-IND-PRD   TO WRK-SLD-IND(WRK-QTD-SLD)
               MOVE ZEROS         TO WRK-SLD-QTD(WRK-QTD-SLD)
               MOVE WRK-QTD-SLD   TO WRK-IND-SLD
               SET SALDO-NA-TABELA TO TRUE
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
           END-IF.

       0258-COMPARAR-SALDO             SECTION.
           IF WRK-SLD-IND(WRK-IND-SLD) EQUAL WRK-IND-PRD
              AND WRK-SLD-FILIAL(WRK-IND-SLD) EQUAL WRK-SLD-BUSCA
             SET SALDO-NA-TABELA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-SLD
           END-IF.

      *-------------------------------------------------------------
      *  0260-FECHAR-SALDOS: SALDO FINAL DA EMPRESA = SALDO DE HOJE
      *  MENOS A ENTRADA LIQUIDA DEPOIS DA COMPETENCIA. O QUE A SOMA
      *  DAS FILIAIS NAO EXPLICA (AJUSTE, SALDO ANTERIOR AO ESTOQUE
      *  POR FILIAL) FICA NA MATRIZ. SEM FOTO ANTERIOR, O INICIAL E
      *  O FINAL MENOS O MOVIMENTO DO MES.
      *-------------------------------------------------------------
       0260-FECHAR-SALDOS              SECTION.
           MOVE 1 TO WRK-IND-PRD.
           PERFORM UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD
             COMPUTE WRK-PRD-FINAL(WRK-IND-PRD) =
                 WRK-PRD-QTD-ATUAL(WRK-IND-PRD)
                 - WRK-PRD-POS(WRK-IND-PRD)
             MOVE ZEROS TO WRK-PRD-SOMA-FIL(WRK-IND-PRD)
             ADD 1 TO WRK-IND-PRD
           END-PERFORM.

           MOVE 1 TO WRK-IND-SLD.
           PERFORM UNTIL WRK-IND-SLD GREATER WRK-QTD-SLD
             ADD WRK-SLD-QTD(WRK-IND-SLD)
               TO WRK-PRD-SOMA-FIL(WRK-SLD-IND(WRK-IND-SLD))
             ADD 1 TO WRK-IND-SLD
           END-PERFORM.

           MOVE 1 TO WRK-IND-PRD.
           PERFORM 0265-FECHAR-PRODUTO
             UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD.

       0265-FECHAR-PRODUTO             SECTION.
           IF WRK-PRD-FINAL(WRK-IND-PRD) NOT EQUAL
                WRK-PRD-SOMA-FIL(WRK-IND-PRD)
             MOVE 01 TO WRK-SLD-BUSCA
             PERFORM 0257-LOCALIZAR-SALDO
             IF SALDO-NA-TABELA
               COMPUTE WRK-SLD-QTD(WRK-IND-SLD) =
                   WRK-SLD-QTD(WRK-IND-SLD)
                   + WRK-PRD-FINAL(WRK-IND-PRD)
                   - WRK-PRD-SOMA-FIL(WRK-IND-PRD)
             END-IF
           END-IF.
           IF NOT TEM-FOTO-ANTERIOR
             COMPUTE WRK-PRD-INICIAL(WRK-IND-PRD) =
                 WRK-PRD-FINAL(WRK-IND-PRD)
                 - WRK-PRD-ENT(WRK-IND-PRD)
                 + WRK-PRD-VEN(WRK-IND-PRD)
                 - WRK-PRD-DEV(WRK-IND-PRD)
                 + WRK-PRD-DVF(WRK-IND-PRD)
                 - WRK-PRD-AJU(WRK-IND-PRD)
             COMPUTE WRK-PRD-VLR-INI(WRK-IND-PRD) ROUNDED =
                 WRK-PRD-INICIAL(WRK-IND-PRD)
                 * WRK-PRD-CUSTO(WRK-IND-PRD)
           END-IF.
           ADD 1 TO WRK-IND-PRD.

      *-------------------------------------------------------------
      *  0270-GRAVAR-FOTO: ORDENA OS SALDOS POR FILIAL, CATEGORIA E
      *  PRODUTO E GRAVA AS LINHAS P COM O TOTAL C A CADA QUEBRA DE
      *  CATEGORIA; NO FIM, OS TOTAIS C DA EMPRESA (FILIAL 00).
      *-------------------------------------------------------------
       0270-GRAVAR-FOTO                SECTION.
           PERFORM 0198-OBTER-CAMINHO-ESTMES.
           OPEN EXTEND ESTMES.
           IF FS-ESTMES EQUAL 35
             OPEN OUTPUT ESTMES
           END-IF.
           IF FS-ESTMES NOT EQUAL 0
             DISPLAY "FOTO DO ESTOQUE NAO FOI ABERTA - STATUS "
                     FS-ESTMES
             CLOSE RELESTMES
             GOBACK
           END-IF.

           MOVE "ESTOQUE FINAL POR FILIAL E CATEGORIA"
             TO REG-RELESTMES.
           WRITE REG-RELESTMES.
           MOVE WRK-LINHA-CAB-FOTO TO REG-RELESTMES.
           WRITE REG-RELESTMES.

           SORT WRK-ORDEMS
             ON ASCENDING KEY ORD-FILIAL ORD-CATEG ORD-CODIGO
             INPUT PROCEDURE 0272-FORNECER-SALDOS
             OUTPUT PROCEDURE 0274-GRAVAR-LINHAS.

           MOVE 1 TO WRK-IND-CTG.
           PERFORM 0278-GRAVAR-CATEG-EMPRESA
             UNTIL WRK-IND-CTG GREATER 1000.
           CLOSE ESTMES.

       0272-FORNECER-SALDOS            SECTION.
           MOVE 1 TO WRK-IND-SLD.
           PERFORM UNTIL WRK-IND-SLD GREATER WRK-QTD-SLD
             IF WRK-SLD-QTD(WRK-IND-SLD) NOT EQUAL ZEROS
               MOVE WRK-SLD-FILIAL(WRK-IND-SLD) TO ORD-FILIAL
               MOVE WRK-SLD-IND(WRK-IND-SLD)    TO ORD-IND
               MOVE WRK-PRD-CATEG(ORD-IND)      TO ORD-CATEG
               MOVE WRK-PRD-CODIGO(ORD-IND)     TO ORD-CODIGO
               MOVE WRK-SLD-QTD(WRK-IND-SLD)    TO ORD-QTD
               RELEASE WRK-REG-ORDEMS
             END-IF
             ADD 1 TO WRK-IND-SLD
           END-PERFORM.

       0274-GRAVAR-LINHAS              SECTION.
           MOVE "N" TO WRK-FIM-ORDEMS.
           RETURN WRK-ORDEMS AT END MOVE "S" TO WRK-FIM-ORDEMS.
           PERFORM UNTIL WRK-FIM-ORDEMS EQUAL "S"
             IF GRUPO-ABERTO
                AND (ORD-FILIAL NOT EQUAL WRK-FIL-ATUAL
                  OR ORD-CATEG NOT EQUAL WRK-CAT-ATUAL)
               PERFORM 0276-FECHAR-CATEGORIA
             END-IF
             IF NOT GRUPO-ABERTO
               MOVE ORD-FILIAL TO WRK-FIL-ATUAL
               MOVE ORD-CATEG  TO WRK-CAT-ATUAL
               MOVE ZEROS TO WRK-SUB-QTD
               MOVE ZEROS TO WRK-SUB-VALOR
               SET GRUPO-ABERTO TO TRUE
             END-IF
             COMPUTE WRK-VALOR-LINHA ROUNDED =
                 ORD-QTD * WRK-PRD-CUSTO(ORD-IND)
             MOVE WRK-COMPETENCIA TO EMS-COMPETENCIA
             MOVE "P"             TO EMS-TIPO
             MOVE ORD-FILIAL      TO EMS-FILIAL
             MOVE ORD-CODIGO      TO EMS-CODIGO
             MOVE ORD-CATEG       TO EMS-CATEGORIA
             MOVE ORD-QTD         TO EMS-QTD
             MOVE WRK-PRD-CUSTO(ORD-IND) TO EMS-CUSTO-MEDIO
             MOVE WRK-VALOR-LINHA TO EMS-VALOR
             MOVE WRK-DATA-FOTO   TO EMS-DATA-FOTO
             WRITE REG-ESTMES
             ADD 1 TO WRK-ACUM-GRAVADAS
             ADD ORD-QTD         TO WRK-SUB-QTD
             ADD WRK-VALOR-LINHA TO WRK-SUB-VALOR
             RETURN WRK-ORDEMS AT END MOVE "S" TO WRK-FIM-ORDEMS
           END-PERFORM.
           IF GRUPO-ABERTO
             PERFORM 0276-FECHAR-CATEGORIA
           END-IF.

       0276-FECHAR-CATEGORIA           SECTION.
           MOVE WRK-COMPETENCIA TO EMS-COMPETENCIA.
           MOVE "C"             TO EMS-TIPO.
           MOVE WRK-FIL-ATUAL   TO EMS-FILIAL.
           MOVE ZEROS           TO EMS-CODIGO.
           MOVE WRK-CAT-ATUAL   TO EMS-CATEGORIA.
           MOVE WRK-SUB-QTD     TO EMS-QTD.
           MOVE ZEROS           TO EMS-CUSTO-MEDIO.
           MOVE WRK-SUB-VALOR   TO EMS-VALOR.
           MOVE WRK-DATA-FOTO   TO EMS-DATA-FOTO.
           WRITE REG-ESTMES.
           ADD 1 TO WRK-ACUM-GRAVADAS.

           COMPUTE WRK-IND-CTG = WRK-CAT-ATUAL + 1.
           MOVE "S" TO WRK-CTG-USADA(WRK-IND-CTG).
           ADD WRK-SUB-QTD   TO WRK-CTG-QTD(WRK-IND-CTG).
           ADD WRK-SUB-VALOR TO WRK-CTG-VLR-FOTO(WRK-IND-CTG).

           MOVE WRK-FIL-ATUAL TO WRK-LF-FILIAL.
           MOVE WRK-CAT-ATUAL TO WRK-LF-CATEG.
           MOVE WRK-SUB-QTD   TO WRK-LF-QTD.
           MOVE WRK-SUB-VALOR TO WRK-LF-VALOR.
           MOVE WRK-LINHA-FOTO TO REG-RELESTMES.
           WRITE REG-RELESTMES.
           MOVE "N" TO WRK-SW-QUEBRA.

       0278-GRAVAR-CATEG-EMPRESA       SECTION.
           IF WRK-CTG-USADA(WRK-IND-CTG) EQUAL "S"
             MOVE WRK-COMPETENCIA TO EMS-COMPETENCIA
             MOVE "C"             TO EMS-TIPO
             MOVE ZEROS           TO EMS-FILIAL
             MOVE ZEROS           TO EMS-CODIGO
             COMPUTE EMS-CATEGORIA = WRK-IND-CTG - 1
             MOVE WRK-CTG-QTD(WRK-IND-CTG)      TO EMS-QTD
             MOVE ZEROS           TO EMS-CUSTO-MEDIO
             MOVE WRK-CTG-VLR-FOTO(WRK-IND-CTG) TO EMS-VALOR
             MOVE WRK-DATA-FOTO   TO EMS-DATA-FOTO
             WRITE REG-ESTMES
             ADD 1 TO WRK-ACUM-GRAVADAS
             MOVE "TOTAL"         TO WRK-LF-FILIAL
             MOVE EMS-CATEGORIA   TO WRK-LF-CATEG
             MOVE WRK-CTG-QTD(WRK-IND-CTG)      TO WRK-LF-QTD
             MOVE WRK-CTG-VLR-FOTO(WRK-IND-CTG) TO WRK-LF-VALOR
             MOVE WRK-LINHA-FOTO TO REG-RELESTMES
             WRITE REG-RELESTMES
           END-IF.
           ADD 1 TO WRK-IND-CTG.

      *-------------------------------------------------------------
      *  0280-CONCILIAR: POR CATEGORIA, ESTOQUE INICIAL + COMPRAS
      *  (CUSTO DE CHEGADA) - DEVOLUCOES AO FORNECEDOR +- AJUSTES
      *  (AO CUSTO MEDIO) - ESTOQUE FINAL = CMV DO MES PARA O DRE.
      *-------------------------------------------------------------
       0280-CONCILIAR                  SECTION.
           MOVE 1 TO WRK-IND-PRD.
           PERFORM UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD
             COMPUTE WRK-IND-CTG = WRK-PRD-CATEG(WRK-IND-PRD) + 1
             COMPUTE WRK-VLR-AJUSTE ROUNDED =
                 WRK-PRD-AJU(WRK-IND-PRD) * WRK-PRD-CUSTO(WRK-IND-PRD)
             COMPUTE WRK-VLR-FINAL ROUNDED =
                 WRK-PRD-FINAL(WRK-IND-PRD)
                 * WRK-PRD-CUSTO(WRK-IND-PRD)
             MOVE "S" TO WRK-CTG-USADA(WRK-IND-CTG)
             ADD WRK-PRD-VLR-INI(WRK-IND-PRD)
               TO WRK-CTG-VLR-INI(WRK-IND-CTG)
             ADD WRK-PRD-VLR-ENT(WRK-IND-PRD)
               TO WRK-CTG-VLR-ENT(WRK-IND-CTG)
             ADD WRK-PRD-VLR-DVF(WRK-IND-PRD)
               TO WRK-CTG-VLR-DVF(WRK-IND-CTG)
             ADD WRK-VLR-AJUSTE TO WRK-CTG-VLR-AJU(WRK-IND-CTG)
             ADD WRK-VLR-FINAL  TO WRK-CTG-VLR-FIN(WRK-IND-CTG)
             ADD 1 TO WRK-IND-PRD
           END-PERFORM.

           MOVE SPACES TO REG-RELESTMES.
           WRITE REG-RELESTMES.
           IF TEM-FOTO-ANTERIOR
             MOVE "CONCILIACAO DO MES POR CATEGORIA - INICIAL PELA "
               TO REG-RELESTMES
             MOVE "FOTO ANTERIOR" TO REG-RELESTMES(50:)
           ELSE
             MOVE "CONCILIACAO DO MES POR CATEGORIA - SEM FOTO "
               TO REG-RELESTMES
             MOVE "ANTERIOR, INICIAL APURADO PELO MOVIMENTO"
               TO REG-RELESTMES(46:)
           END-IF.
           WRITE REG-RELESTMES.
           MOVE WRK-LINHA-CAB-CONC TO REG-RELESTMES.
           WRITE REG-RELESTMES.

           MOVE 1 TO WRK-IND-CTG.
           PERFORM 0285-IMPRIMIR-CATEGORIA
             UNTIL WRK-IND-CTG GREATER 1000.

           MOVE "TOT"           TO WRK-LC-CATEG.
           MOVE WRK-TOT-VLR-INI TO WRK-LC-VALOR(1).
           MOVE WRK-TOT-VLR-ENT TO WRK-LC-VALOR(2).
           MOVE WRK-TOT-VLR-DVF TO WRK-LC-VALOR(3).
           MOVE WRK-TOT-VLR-AJU TO WRK-LC-VALOR(4).
           MOVE WRK-TOT-VLR-FIN TO WRK-LC-VALOR(5).
           MOVE WRK-TOT-CMV     TO WRK-LC-VALOR(6).
           MOVE WRK-LINHA-CONC TO REG-RELESTMES.
           WRITE REG-RELESTMES.

       0285-IMPRIMIR-CATEGORIA         SECTION.
           IF WRK-CTG-USADA(WRK-IND-CTG) EQUAL "S"
             COMPUTE WRK-CMV =
                 WRK-CTG-VLR-INI(WRK-IND-CTG)
                 + WRK-CTG-VLR-ENT(WRK-IND-CTG)
                 - WRK-CTG-VLR-DVF(WRK-IND-CTG)
                 + WRK-CTG-VLR-AJU(WRK-IND-CTG)
                 - WRK-CTG-VLR-FIN(WRK-IND-CTG)
             ADD WRK-CTG-VLR-INI(WRK-IND-CTG) TO WRK-TOT-VLR-INI
             ADD WRK-CTG-VLR-ENT(WRK-IND-CTG) TO WRK-TOT-VLR-ENT
             ADD WRK-CTG-VLR-DVF(WRK-IND-CTG) TO WRK-TOT-VLR-DVF
             ADD WRK-CTG-VLR-AJU(WRK-IND-CTG) TO WRK-TOT-VLR-AJU
             ADD WRK-CTG-VLR-FIN(WRK-IND-CTG) TO WRK-TOT-VLR-FIN
             ADD WRK-CMV TO WRK-TOT-CMV
             COMPUTE WRK-CATEG-IMP = WRK-IND-CTG - 1
             MOVE WRK-CATEG-IMP TO WRK-LC-CATEG
             MOVE WRK-CTG-VLR-INI(WRK-IND-CTG) TO WRK-LC-VALOR(1)
             MOVE WRK-CTG-VLR-ENT(WRK-IND-CTG) TO WRK-LC-VALOR(2)
             MOVE WRK-CTG-VLR-DVF(WRK-IND-CTG) TO WRK-LC-VALOR(3)
             MOVE WRK-CTG-VLR-AJU(WRK-IND-CTG) TO WRK-LC-VALOR(4)
             MOVE WRK-CTG-VLR-FIN(WRK-IND-CTG) TO WRK-LC-VALOR(5)
             MOVE WRK-CMV                      TO WRK-LC-VALOR(6)
             MOVE WRK-LINHA-CONC TO REG-RELESTMES
             WRITE REG-RELESTMES
           END-IF.
           ADD 1 TO WRK-IND-CTG.

      *--- INICIAL + ENTRADAS - VENDAS + DEVOLUCOES - DEV.FORN. --
      *--- +- AJUSTES TEM DE DAR O FINAL                         --
       0290-CONFERIR-QUANTIDADES       SECTION.
           MOVE SPACES TO REG-RELESTMES.
           WRITE REG-RELESTMES.
           MOVE "CONFERENCIA DE QUANTIDADES POR PRODUTO"
             TO REG-RELESTMES.
           WRITE REG-RELESTMES.
           MOVE WRK-LINHA-CAB-DIV TO REG-RELESTMES.
           WRITE REG-RELESTMES.
           MOVE 1 TO WRK-IND-PRD.
           PERFORM 0295-CONFERIR-PRODUTO
             UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD.
           IF NOT QUANTIDADE-DIVERGE
             MOVE "TODAS AS QUANTIDADES FECHAM COM O MOVIMENTO DO MES"
               TO REG-RELESTMES
             WRITE REG-RELESTMES
           ELSE
             DISPLAY "** " WRK-ACUM-DIVERG " PRODUTO(S) COM QUANTIDADE "
                     "QUE NAO FECHA - VER O RELATORIO **"
           END-IF.

       0295-CONFERIR-PRODUTO           SECTION.
           COMPUTE WRK-DIFERENCA =
               WRK-PRD-INICIAL(WRK-IND-PRD)
               + WRK-PRD-ENT(WRK-IND-PRD)
               - WRK-PRD-VEN(WRK-IND-PRD)
               + WRK-PRD-DEV(WRK-IND-PRD)
               - WRK-PRD-DVF(WRK-IND-PRD)
               + WRK-PRD-AJU(WRK-IND-PRD)
               - WRK-PRD-FINAL(WRK-IND-PRD).
           IF WRK-DIFERENCA NOT EQUAL ZEROS
             SET QUANTIDADE-DIVERGE TO TRUE
             ADD 1 TO WRK-ACUM-DIVERG
             MOVE WRK-PRD-CODIGO(WRK-IND-PRD)  TO WRK-LD-CODIGO
             MOVE WRK-PRD-DESCR(WRK-IND-PRD)   TO WRK-LD-DESCR
             MOVE WRK-PRD-INICIAL(WRK-IND-PRD) TO WRK-LD-QTD(1)
             MOVE WRK-PRD-ENT(WRK-IND-PRD)     TO WRK-LD-QTD(2)
             MOVE WRK-PRD-VEN(WRK-IND-PRD)     TO WRK-LD-QTD(3)
             MOVE WRK-PRD-DEV(WRK-IND-PRD)     TO WRK-LD-QTD(4)
             MOVE WRK-PRD-DVF(WRK-IND-PRD)     TO WRK-LD-QTD(5)
             MOVE WRK-PRD-AJU(WRK-IND-PRD)     TO WRK-LD-QTD(6)
             MOVE WRK-PRD-FINAL(WRK-IND-PRD)   TO WRK-LD-QTD(7)
             MOVE WRK-DIFERENCA                TO WRK-LD-QTD(8)
             MOVE WRK-LINHA-DIV TO REG-RELESTMES
             WRITE REG-RELESTMES
           END-IF.
           ADD 1 TO WRK-IND-PRD.

           COPY "CAMPRODP.cpy".
           COPY "CAMESTP.cpy".
           COPY "CAMFORP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMDEVP.cpy".
           COPY "CAMDVFP.cpy".
           COPY "CAMAPRP.cpy".
           COPY "CAMTRFP.cpy".
           COPY "CAMKITP.cpy".
           COPY "CAMEMSP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PRD045"          TO LOG-JOB.
               MOVE "S"               TO LOG-STATUS.
               MOVE WRK-ACUM-GRAVADAS TO LOG-QTD.
               MOVE WRK-QTD-PRD       TO LOG-QTD-LIDOS.
               IF WRK-TOT-VLR-FIN LESS ZEROS
                 COMPUTE LOG-HASH = ZEROS - WRK-TOT-VLR-FIN
               ELSE
                 MOVE WRK-TOT-VLR-FIN TO LOG-HASH
               END-IF.
               IF QUANTIDADE-DIVERGE
                 MOVE "F" TO LOG-BALANCE
               ELSE
                 MOVE "S" TO LOG-BALANCE
               END-IF.
               IF FOTO-JA-GRAVADA
                 MOVE "FOTO DO ESTOQUE JA GRAVADA" TO LOG-MENSAGEM
               ELSE
                 MOVE "FOTO MENSAL DO ESTOQUE" TO LOG-MENSAGEM
               END-IF.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
