       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA88.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: DRE GERENCIAL MENSAL POR FILIAL E CONSOLIDADO -
      *==           PARA A COMPETENCIA PEDIDA MONTA O RESULTADO DE
      *==           CADA LOJA A PARTIR DO QUE A SUITE JA GRAVA:
      *==             RECEITA BRUTA ........ VENDMOV.DAT
      *==             DEVOLUCOES ........... DEVOLUCA.DAT
      *==             ICMS SOBRE VENDAS .... MESMAS REGRAS DA
      *==                                    APURACAO DO PROGRAMA54
      *==                                    (TABICMS.DAT, CATEGORIA
      *==                                    DO PRODUTO, KIT PELO
      *==                                    PRIMEIRO COMPONENTE),
      *==                                    MENOS O ICMS DEVOLVIDO
      *==             CMV .................. PROD-CUSTO-MEDIO VEZES A
      *==                                    QUANTIDADE (KIT PELOS
      *==                                    COMPONENTES DO KITDEF)
      *==             MENSALIDADES ......... MENSALID.DAT (ESCOLA),
      *==                                    SEM MULTA E JUROS
      *==             FOLHA + ENCARGOS ..... FOLHARES.DAT, MESMO
      *==                                    CUSTO DO PROGRAMA60
      *==             DESPESAS ............. CONTAPAG.DAT (SO AS
      *==                                    DUPLICATAS COM CONTA DE
      *==                                    DESPESA, PRD042/PRD044)
      *==           FOLHA E DESPESAS VAO PARA A FILIAL PELO CENTRO DE
      *==           CUSTO (CCU-FILIAL); MENSALIDADES, QUE NAO TEM
      *==           CENTRO, FICAM NA MATRIZ (FILIAL 01). CADA LINHA
      *==           SAI AO LADO DO MES ANTERIOR E DO MESMO MES DO ANO
      *==           ANTERIOR. ENQUANTO A COMPETENCIA NAO ESTIVER
      *==           FECHADA NO PERSTAT.DAT (PROGRAMA31) O RELATORIO
      *==           SAI MARCADO COMO PREVIA, NUNCA COMO DEFINITIVO.
      *==           SAIDA DATADA PELO RELGER E EXECUCAO NO BATCHLOG
      *==           COM O RESULTADO CONSOLIDADO EM LOG-HASH.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - A RECEITA DE MENSALIDADES DESCONTA TAMBEM
      *==           O MATERIAL DA LOJA COBRADO NA MENSALIDADE
      *==           (MEN-MATERIAL) - ELE JA ENTRA PELO VENDMOV.DAT.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT DEVOLUCAO ASSIGN TO WRK-CAMINHO-DEVOLUCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCAO.

           SELECT PRODUTOS ASSIGN TO WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT TABICMS ASSIGN TO WRK-CAMINHO-TABICMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TABICMS.

           SELECT KITDEF ASSIGN TO WRK-CAMINHO-KITDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KITDEF.

           SELECT MENSALIDADES ASSIGN TO WRK-CAMINHO-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT FOLHARES ASSIGN TO WRK-CAMINHO-FOLHARES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHARES.

           SELECT CONTAPAG ASSIGN TO WRK-CAMINHO-CONTAPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAPAG.

           SELECT CCUSTOS ASSIGN TO WRK-CAMINHO-CCUSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CCUSTOS.

           SELECT RELDRE ASSIGN TO WRK-CAMINHO-RELDRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELDRE.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA                          DIVISION.
       FILE                          SECTION.
       FD  VENDMOV.
           COPY "VENDMOV.cpy".

       FD  DEVOLUCAO.
           COPY "DEVOLUCA.cpy".

       FD  PRODUTOS.
           COPY "PRODUTO.cpy".

       FD  TABICMS.
           COPY "TABICMS.cpy".

       FD  KITDEF.
           COPY "KITDEF.cpy".

       FD  MENSALIDADES.
           COPY "MENSALID.cpy".

       FD  FOLHARES.
           COPY "FOLHARES.cpy".

       FD  CONTAPAG.
           COPY "CONTAPAG.cpy".

       FD  CCUSTOS.
           COPY "CCUSTO.cpy".

       FD  RELDRE.
       01  REG-RELDRE                 PIC X(100).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMMOV.cpy".
           COPY "CAMDEV.cpy".
           COPY "CAMPROD.cpy".
           COPY "CAMICM.cpy".
           COPY "CAMKIT.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMFLR.cpy".
           COPY "CAMCAP.cpy".
           COPY "CAMCCU.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-DEVOLUCAO        PIC 9(02)    VALUE ZEROS.
       77  FS-PRODUTOS         PIC 9(02)    VALUE ZEROS.
       77  FS-TABICMS          PIC 9(02)    VALUE ZEROS.
       77  FS-KITDEF           PIC 9(02)    VALUE ZEROS.
       77  FS-MENSALIDADES     PIC 9(02)    VALUE ZEROS.
       77  FS-FOLHARES         PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAPAG         PIC 9(02)    VALUE ZEROS.
       77  FS-CCUSTOS          PIC 9(02)    VALUE ZEROS.
       77  FS-RELDRE           PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELDRE  PIC X(100)   VALUE SPACES.

      *--- COMPETENCIA PEDIDA E AS DUAS DE COMPARACAO ---
       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       01  WRK-COMP-ANTERIOR   PIC 9(06)    VALUE ZEROS.
       01  WRK-COMP-ANT-RED REDEFINES WRK-COMP-ANTERIOR.
           05 WRK-CANT-ANO     PIC 9(04).
           05 WRK-CANT-MES     PIC 9(02).
       01  WRK-COMP-ANO-ANT    PIC 9(06)    VALUE ZEROS.
       01  WRK-COMP-AAN-RED REDEFINES WRK-COMP-ANO-ANT.
           05 WRK-CAAN-ANO     PIC 9(04).
           05 WRK-CAAN-MES     PIC 9(02).
       01  WRK-DATA-MOV        PIC 9(08)    VALUE ZEROS.
       01  WRK-DATA-MOV-RED REDEFINES WRK-DATA-MOV.
           05 WRK-DM-AAAAMM    PIC 9(06).
           05 WRK-DM-DIA       PIC 9(02).
       77  WRK-IND-PER         PIC 9(01)    VALUE ZEROS.
       77  WRK-SW-FINAL        PIC X(01)    VALUE "N".
           88 DRE-DEFINITIVO                VALUE "S".

      *--- RESULTADO POR FILIAL (01-99), PERIODO (1 = ATUAL, ---
      *--- 2 = MES ANTERIOR, 3 = ANO ANTERIOR) E LINHA        ---
      *---   1 VENDAS  2 DEVOLUCOES  3 ICMS  4 CMV            ---
      *---   5 MENSALIDADES  6 FOLHA  7 DESPESAS              ---
       01  WRK-TAB-DRE.
           05 WRK-DRE-FILIAL OCCURS 99 TIMES.
              10 WRK-DRE-PERIODO OCCURS 3 TIMES.
                 15 WRK-DRE-VALOR OCCURS 7 TIMES
                                       PIC S9(11)V99.
       01  WRK-TAB-CONSOLIDADO.
           05 WRK-CNS-PERIODO OCCURS 3 TIMES.
              10 WRK-CNS-VALOR OCCURS 7 TIMES PIC S9(11)V99.
       77  WRK-IND-FIL         PIC 9(02)    VALUE ZEROS.
       77  WRK-IND-LIN         PIC 9(01)    VALUE ZEROS.
       77  WRK-SW-MOVIMENTO    PIC X(01)    VALUE "N".
           88 FILIAL-COM-MOVIMENTO          VALUE "S".

      *--- LINHAS CALCULADAS DO BLOCO EM IMPRESSAO ---
       01  WRK-TAB-BLOCO.
           05 WRK-BLC-PERIODO OCCURS 3 TIMES.
              10 WRK-BLC-VALOR OCCURS 7 TIMES PIC S9(11)V99.
              10 WRK-BLC-REC-LIQ   PIC S9(11)V99.
              10 WRK-BLC-LUCRO-BR  PIC S9(11)V99.
              10 WRK-BLC-RESULTADO PIC S9(11)V99.

      *--- ALIQUOTAS DE ICMS POR CATEGORIA (P/R/I) ---
       01  WRK-TAB-ALIQUOTAS.
           05 WRK-ALIQ-ITEM OCCURS 3 TIMES.
              10 WRK-ALIQ-CATEG    PIC X(01).
              10 WRK-ALIQ-PCT      PIC 9(02)V99.
       77  WRK-IND-ALIQ        PIC 9(01)    VALUE ZEROS.
       77  WRK-SW-ALIQ         PIC X(01)    VALUE "N".
           88 ALIQUOTA-ACHADA               VALUE "S".

      *--- COMPOSICAO DOS KITS (KITDEF.DAT) ---
       01  WRK-TAB-KITS.
           05 WRK-KT-ITEM OCCURS 200 TIMES.
              10 WRK-KT-KIT        PIC 9(05).
              10 WRK-KT-COMPONENTE PIC 9(05).
              10 WRK-KT-QTD        PIC 9(03).
       77  WRK-QTD-KITS        PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-KITS        PIC 9(03)    VALUE 200.
       77  WRK-IND-KIT         PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-KIT          PIC X(01)    VALUE "N".
           88 ITEM-E-KIT                    VALUE "S".
       77  WRK-SW-PRIMEIRO     PIC X(01)    VALUE "S".
           88 PRIMEIRO-COMPONENTE           VALUE "S".

      *--- CENTRO DE CUSTO > FILIAL ---
       01  WRK-TAB-CENTROS.
           05 WRK-CCF-ITEM OCCURS 50 TIMES.
              10 WRK-CCF-CODIGO    PIC 9(03).
              10 WRK-CCF-FILIAL    PIC 9(02).
       77  WRK-QTD-CENTROS     PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-CENTROS     PIC 9(02)    VALUE 50.
       77  WRK-IND-CENTRO      PIC 9(02)    VALUE ZEROS.
       77  WRK-CCUSTO-PROC     PIC 9(03)    VALUE ZEROS.

      *--- ITEM EM CALCULO (VENDA OU DEVOLUCAO) ---
       77  WRK-COD-ITEM        PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-ITEM        PIC 9(03)    VALUE ZEROS.
       77  WRK-VALOR-ITEM      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-CUSTO-ITEM      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ICMS-ITEM       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO-FUNC      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-AUX       PIC S9(11)V99 VALUE ZEROS.

       77  WRK-ACUM-FILIAIS    PIC 9(02)    VALUE ZEROS.

       01  WRK-LINHA-CABEC.
           05 FILLER  PIC X(30) VALUE SPACES.
           05 FILLER  PIC X(17) VALUE "      COMPETENCIA".
           05 FILLER  PIC X(17) VALUE "     MES ANTERIOR".
           05 FILLER  PIC X(17) VALUE "   ANO ANTERIOR".
       01  WRK-LINHA-COMPET.
           05 FILLER           PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 WRK-LC-ATUAL     PIC 9(06).
           05 FILLER           PIC X(11) VALUE SPACES.
           05 WRK-LC-ANTERIOR  PIC 9(06).
           05 FILLER           PIC X(11) VALUE SPACES.
           05 WRK-LC-ANO-ANT   PIC 9(06).
       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(07) VALUE "FILIAL ".
           05 WRK-LT-FILIAL    PIC X(11).
       01  WRK-LINHA-DRE.
           05 WRK-LD-ROTULO    PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ATUAL     PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ANTERIOR  PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ANO-ANT   PIC -ZZ.ZZZ.ZZ9,99.

       PROCEDURE                     DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DO DRE (AAAAMM, 0 = ATUAL) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.

           MOVE WRK-COMPETENCIA TO WRK-COMP-ANTERIOR.
           IF WRK-CANT-MES EQUAL 1
             MOVE 12 TO WRK-CANT-MES
             SUBTRACT 1 FROM WRK-CANT-ANO
           ELSE
             SUBTRACT 1 FROM WRK-CANT-MES
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-COMP-ANO-ANT.
           SUBTRACT 1 FROM WRK-CAAN-ANO.

           MOVE WRK-COMPETENCIA TO PRS-COMPETENCIA.
           CALL "PERIODO" USING WRK-AREA-PERIODO.
           IF PRS-FECHADA
             SET DRE-DEFINITIVO TO TRUE
           ELSE
             DISPLAY "*** COMPETENCIA " WRK-COMPETENCIA " AINDA "
                     "ABERTA NO PERSTAT - O DRE SAI COMO PREVIA ***"
           END-IF.

           INITIALIZE WRK-TAB-DRE.
           INITIALIZE WRK-TAB-CONSOLIDADO.
           PERFORM 0110-CARREGAR-ALIQUOTAS.
           PERFORM 0115-CARREGAR-KITS.
           PERFORM 0120-CARREGAR-CENTROS.

           MOVE "DREFILIAL" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELDRE.
           OPEN OUTPUT RELDRE.
           IF FS-RELDRE NOT EQUAL 0
             DISPLAY "RELATORIO DO DRE NAO FOI ABERTO - STATUS "
                     FS-RELDRE
             GOBACK
           END-IF.

      *--- ALIQUOTAS DO TABICMS; SEM O ARQUIVO VALEM AS HISTORICAS ---
       0110-CARREGAR-ALIQUOTAS         SECTION.
            MOVE "P"   TO WRK-ALIQ-CATEG(1).
            MOVE 18,00 TO WRK-ALIQ-PCT(1).
            MOVE "R"   TO WRK-ALIQ-CATEG(2).
            MOVE 7,00  TO WRK-ALIQ-PCT(2).
            MOVE "I"   TO WRK-ALIQ-CATEG(3).
            MOVE ZEROS TO WRK-ALIQ-PCT(3).

            PERFORM 0123-OBTER-CAMINHO-TABICMS.
            OPEN INPUT TABICMS.
            IF FS-TABICMS EQUAL 0
              READ TABICMS NEXT RECORD
              PERFORM UNTIL FS-TABICMS NOT EQUAL 00
                MOVE 1 TO WRK-IND-ALIQ
                PERFORM UNTIL WRK-IND-ALIQ GREATER 3
                  IF WRK-ALIQ-CATEG(WRK-IND-ALIQ) EQUAL ICM-CATEGORIA
                    MOVE ICM-ALIQUOTA TO WRK-ALIQ-PCT(WRK-IND-ALIQ)
                  END-IF
                  ADD 1 TO WRK-IND-ALIQ
                END-PERFORM
                READ TABICMS NEXT RECORD
              END-PERFORM
              CLOSE TABICMS
            END-IF.

      *--- A PRIMEIRA LINHA DE CADA KIT E O PRIMEIRO COMPONENTE ---
       0115-CARREGAR-KITS              SECTION.
            PERFORM 0153-OBTER-CAMINHO-KITDEF.
            OPEN INPUT KITDEF.
            IF FS-KITDEF EQUAL 0
              READ KITDEF NEXT RECORD
              PERFORM UNTIL FS-KITDEF NOT EQUAL 00
                IF WRK-QTD-KITS LESS WRK-MAX-KITS
                  ADD 1 TO WRK-QTD-KITS
                  MOVE KIT-CODIGO     TO WRK-KT-KIT(WRK-QTD-KITS)
                  MOVE KIT-COMPONENTE
                    TO WRK-KT-COMPONENTE(WRK-QTD-KITS)
                  MOVE KIT-QTD-COMP   TO WRK-KT-QTD(WRK-QTD-KITS)
                END-IF
                READ KITDEF NEXT RECORD
              END-PERFORM
              CLOSE KITDEF
            END-IF.

       0120-CARREGAR-CENTROS           SECTION.
            PERFORM 0158-OBTER-CAMINHO-CCUSTO.
            OPEN INPUT CCUSTOS.
            IF FS-CCUSTOS EQUAL 0
              READ CCUSTOS NEXT RECORD
              PERFORM UNTIL FS-CCUSTOS NOT EQUAL 00
                IF WRK-QTD-CENTROS LESS WRK-MAX-CENTROS
                  ADD 1 TO WRK-QTD-CENTROS
                  MOVE CCU-CODIGO TO WRK-CCF-CODIGO(WRK-QTD-CENTROS)
                  IF CCU-FILIAL IS NUMERIC
                     AND CCU-FILIAL NOT EQUAL ZEROS
                    MOVE CCU-FILIAL
                      TO WRK-CCF-FILIAL(WRK-QTD-CENTROS)
                  ELSE
                    MOVE 01 TO WRK-CCF-FILIAL(WRK-QTD-CENTROS)
                  END-IF
                END-IF
                READ CCUSTOS NEXT RECORD
              END-PERFORM
              CLOSE CCUSTOS
            END-IF.

       0200-PROCESSAR                  SECTION.
           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - CMV E "
                     "ICMS SAEM ZERADOS"
           END-IF.
           PERFORM 0210-TOTALIZAR-VENDAS.
           PERFORM 0220-TOTALIZAR-DEVOLUCOES.
           IF FS-PRODUTOS EQUAL 0
             CLOSE PRODUTOS
           END-IF.
           PERFORM 0230-TOTALIZAR-MENSALIDADES.
           PERFORM 0240-TOTALIZAR-FOLHA.
           PERFORM 0245-TOTALIZAR-DESPESAS.
           PERFORM 0250-EMITIR-DRE.

       0210-TOTALIZAR-VENDAS           SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV
             GO TO 0210-TOTALIZAR-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             MOVE MOV-DATA TO WRK-DATA-MOV
             PERFORM 0205-PERIODO-DA-DATA
             IF WRK-IND-PER NOT EQUAL ZEROS
               PERFORM 0206-FILIAL-DO-MOVIMENTO
               MOVE MOV-CODIGO TO WRK-COD-ITEM
               MOVE MOV-QTD    TO WRK-QTD-ITEM
               MOVE MOV-VALOR  TO WRK-VALOR-ITEM
               PERFORM 0260-CALCULAR-ITEM
               ADD MOV-VALOR
                 TO WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER 1)
               ADD WRK-ICMS-ITEM
                 TO WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER 3)
               ADD WRK-CUSTO-ITEM
                 TO WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER 4)
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0210-TOTALIZAR-SAIDA.
           EXIT.

      *--- DEVOLUCAO ESTORNA RECEITA, O ICMS DESTACADO E O CUSTO ---
       0220-TOTALIZAR-DEVOLUCOES       SECTION.
           PERFORM 0133-OBTER-CAMINHO-DEVOLUCA.
           OPEN INPUT DEVOLUCAO.
           IF FS-DEVOLUCAO NOT EQUAL 0
             GO TO 0220-TOTALIZAR-SAIDA
           END-IF.
           READ DEVOLUCAO NEXT RECORD.
           PERFORM UNTIL FS-DEVOLUCAO NOT EQUAL 00
             MOVE DEV-DATA TO WRK-DATA-MOV
             PERFORM 0205-PERIODO-DA-DATA
             IF WRK-IND-PER NOT EQUAL ZEROS
               IF DEV-FILIAL IS NUMERIC
                  AND DEV-FILIAL NOT EQUAL ZEROS
                 MOVE DEV-FILIAL TO WRK-IND-FIL
               ELSE
                 MOVE 01 TO WRK-IND-FIL
               END-IF
               MOVE DEV-CODIGO TO WRK-COD-ITEM
               MOVE DEV-QTD    TO WRK-QTD-ITEM
               MOVE DEV-VALOR  TO WRK-VALOR-ITEM
               PERFORM 0260-CALCULAR-ITEM
               ADD DEV-VALOR
                 TO WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER 2)
               SUBTRACT DEV-ICMS
                 FROM WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER 3)
               SUBTRACT WRK-CUSTO-ITEM
                 FROM WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER 4)
             END-IF
             READ DEVOLUCAO NEXT RECORD
           END-PERFORM.
           CLOSE DEVOLUCAO.
       0220-TOTALIZAR-SAIDA.
           EXIT.

      *--- RECEITA DA ESCOLA = COBRANCA SEM OS ENCARGOS DE ATRASO ---
      *--- E SEM O MATERIAL DA LOJA (JA CONTADO NA RECEITA BRUTA) ---
       0230-TOTALIZAR-MENSALIDADES     SECTION.
           PERFORM 0132-OBTER-CAMINHO-MENSALID.
           OPEN INPUT MENSALIDADES.
           IF FS-MENSALIDADES NOT EQUAL 0
             GO TO 0230-TOTALIZAR-SAIDA
           END-IF.
           READ MENSALIDADES NEXT RECORD.
           PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
             MOVE MEN-COMPETENCIA TO WRK-DM-AAAAMM
             PERFORM 0205-PERIODO-DA-DATA
             IF WRK-IND-PER NOT EQUAL ZEROS
               MOVE MEN-VALOR TO WRK-VALOR-AUX
               IF MEN-ENCARGOS IS NUMERIC
                 SUBTRACT MEN-ENCARGOS FROM WRK-VALOR-AUX
               END-IF
               IF MEN-MATERIAL IS NUMERIC
                 SUBTRACT MEN-MATERIAL FROM WRK-VALOR-AUX
               END-IF
               ADD WRK-VALOR-AUX TO WRK-DRE-VALOR(1 WRK-IND-PER 5)
             END-IF
             READ MENSALIDADES NEXT RECORD
           END-PERFORM.
           CLOSE MENSALIDADES.
       0230-TOTALIZAR-SAIDA.
           EXIT.

      *--- CUSTO DO FUNCIONARIO = BRUTO + 13 + INSS PATRONAL 20% ---
      *--- + FGTS, COMO NO PROGRAMA60                           ---
       0240-TOTALIZAR-FOLHA            SECTION.
           PERFORM 0156-OBTER-CAMINHO-FOLHARES.
           OPEN INPUT FOLHARES.
           IF FS-FOLHARES NOT EQUAL 0
             GO TO 0240-TOTALIZAR-SAIDA
           END-IF.
           READ FOLHARES NEXT RECORD.
           PERFORM UNTIL FS-FOLHARES NOT EQUAL 00
             MOVE FLR-COMPETENCIA TO WRK-DM-AAAAMM
             PERFORM 0205-PERIODO-DA-DATA
             IF WRK-IND-PER NOT EQUAL ZEROS
               COMPUTE WRK-CUSTO-FUNC =
                   FLR-BRUTO + FLR-13-BRUTO
                   + ((FLR-BRUTO + FLR-13-BRUTO) * 0,20)
                   + FLR-FGTS
               MOVE FLR-CCUSTO TO WRK-CCUSTO-PROC
               PERFORM 0207-FILIAL-DO-CENTRO
               ADD WRK-CUSTO-FUNC
                 TO WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER 6)
             END-IF
             READ FOLHARES NEXT RECORD
           END-PERFORM.
           CLOSE FOLHARES.
       0240-TOTALIZAR-SAIDA.
           EXIT.

      *--- DESPESA PELO LANCAMENTO (CAP-DATA-ENTRADA), COMO NO ---
      *--- DIARIO CONTABIL DO PROGRAMA53                       ---
       0245-TOTALIZAR-DESPESAS         SECTION.
           PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
           OPEN INPUT CONTAPAG.
           IF FS-CONTAPAG NOT EQUAL 0
             GO TO 0245-TOTALIZAR-SAIDA
           END-IF.
           READ CONTAPAG NEXT RECORD.
           PERFORM UNTIL FS-CONTAPAG NOT EQUAL 00
             IF CAP-CONTA IS NUMERIC
                AND CAP-CONTA NOT EQUAL ZEROS
               MOVE CAP-DATA-ENTRADA TO WRK-DATA-MOV
               PERFORM 0205-PERIODO-DA-DATA
               IF WRK-IND-PER NOT EQUAL ZEROS
                 MOVE CAP-CCUSTO TO WRK-CCUSTO-PROC
                 PERFORM 0207-FILIAL-DO-CENTRO
                 ADD CAP-VALOR
                   TO WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER 7)
               END-IF
             END-IF
             READ CONTAPAG NEXT RECORD
           END-PERFORM.
           CLOSE CONTAPAG.
       0245-TOTALIZAR-SAIDA.
           EXIT.

       0205-PERIODO-DA-DATA            SECTION.
           EVALUATE WRK-DM-AAAAMM
             WHEN WRK-COMPETENCIA   MOVE 1 TO WRK-IND-PER
             WHEN WRK-COMP-ANTERIOR MOVE 2 TO WRK-IND-PER
             WHEN WRK-COMP-ANO-ANT  MOVE 3 TO WRK-IND-PER
             WHEN OTHER             MOVE 0 TO WRK-IND-PER
           END-EVALUATE.

       0206-FILIAL-DO-MOVIMENTO        SECTION.
           IF MOV-FILIAL IS NUMERIC AND MOV-FILIAL NOT EQUAL ZEROS
             MOVE MOV-FILIAL TO WRK-IND-FIL
           ELSE
             MOVE 01 TO WRK-IND-FIL
           END-IF.

      *--- CENTRO FORA DO CADASTRO FICA NA MATRIZ ---
       0207-FILIAL-DO-CENTRO           SECTION.
           MOVE 01 TO WRK-IND-FIL.
           MOVE 1  TO WRK-IND-CENTRO.
           PERFORM UNTIL WRK-IND-CENTRO GREATER WRK-QTD-CENTROS
             IF WRK-CCF-CODIGO(WRK-IND-CENTRO) EQUAL WRK-CCUSTO-PROC
               MOVE WRK-CCF-FILIAL(WRK-IND-CENTRO) TO WRK-IND-FIL
             END-IF
             ADD 1 TO WRK-IND-CENTRO
           END-PERFORM.

      *--------------------------------------------------------------
      *  0260-CALCULAR-ITEM: ICMS E CUSTO DE UMA LINHA DE VENDA OU
      *  DEVOLUCAO. PRODUTO DO CADASTRO: ALIQUOTA DA CATEGORIA E
      *  PROD-CUSTO-MEDIO VEZES A QUANTIDADE. KIT (CODIGO FORA DO
      *  CADASTRO): ICMS PELA CATEGORIA DO PRIMEIRO COMPONENTE E
      *  CUSTO PELA SOMA DOS COMPONENTES. FRETE (CODIGO ZERO) NAO
      *  TEM CUSTO NEM ICMS.
      *--------------------------------------------------------------
       0260-CALCULAR-ITEM              SECTION.
           MOVE ZEROS TO WRK-ICMS-ITEM.
           MOVE ZEROS TO WRK-CUSTO-ITEM.
           IF FS-PRODUTOS NOT EQUAL 0 OR WRK-COD-ITEM EQUAL ZEROS
             GO TO 0260-CALCULAR-SAIDA
           END-IF.
           MOVE "N" TO WRK-SW-KIT.
           MOVE WRK-COD-ITEM TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               SET ITEM-E-KIT TO TRUE
           END-READ.
           IF ITEM-E-KIT
             PERFORM 0265-CALCULAR-KIT
           ELSE
             COMPUTE WRK-CUSTO-ITEM = PROD-CUSTO-MEDIO * WRK-QTD-ITEM
             PERFORM 0270-CALCULAR-ICMS
           END-IF.
       0260-CALCULAR-SAIDA.
           EXIT.

       0265-CALCULAR-KIT               SECTION.
           MOVE "S" TO WRK-SW-PRIMEIRO.
           MOVE 1 TO WRK-IND-KIT.
           PERFORM UNTIL WRK-IND-KIT GREATER WRK-QTD-KITS
             IF WRK-KT-KIT(WRK-IND-KIT) EQUAL WRK-COD-ITEM
               MOVE WRK-KT-COMPONENTE(WRK-IND-KIT) TO PROD-CODIGO
               READ PRODUTOS
                 INVALID KEY
                   MOVE ZEROS TO PROD-CUSTO-MEDIO
                   MOVE SPACES TO PROD-CATEG-TRIB
               END-READ
               COMPUTE WRK-CUSTO-ITEM = WRK-CUSTO-ITEM
                   + (PROD-CUSTO-MEDIO * WRK-KT-QTD(WRK-IND-KIT)
                      * WRK-QTD-ITEM)
               IF PRIMEIRO-COMPONENTE
                 PERFORM 0270-CALCULAR-ICMS
                 MOVE "N" TO WRK-SW-PRIMEIRO
               END-IF
             END-IF
             ADD 1 TO WRK-IND-KIT
           END-PERFORM.

       0270-CALCULAR-ICMS              SECTION.
           MOVE 1   TO WRK-IND-ALIQ.
           MOVE "N" TO WRK-SW-ALIQ.
           PERFORM UNTIL WRK-IND-ALIQ GREATER 3 OR ALIQUOTA-ACHADA
             IF WRK-ALIQ-CATEG(WRK-IND-ALIQ) EQUAL PROD-CATEG-TRIB
               SET ALIQUOTA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-ALIQ
             END-IF
           END-PERFORM.
           IF ALIQUOTA-ACHADA
             COMPUTE WRK-ICMS-ITEM ROUNDED = WRK-VALOR-ITEM
                 * WRK-ALIQ-PCT(WRK-IND-ALIQ) / 100
           END-IF.

      *--- UM BLOCO POR FILIAL COM MOVIMENTO E O CONSOLIDADO ---
       0250-EMITIR-DRE                 SECTION.
           IF DRE-DEFINITIVO
             MOVE "DRE GERENCIAL POR FILIAL - DEFINITIVO"
               TO REG-RELDRE
           ELSE
             MOVE
               "DRE GERENCIAL POR FILIAL - PREVIA (COMPETENCIA ABERTA)"
               TO REG-RELDRE
           END-IF.
           WRITE REG-RELDRE.
           MOVE SPACES TO REG-RELDRE.
           WRITE REG-RELDRE.
           MOVE WRK-LINHA-CABEC TO REG-RELDRE.
           WRITE REG-RELDRE.
           MOVE WRK-COMPETENCIA   TO WRK-LC-ATUAL.
           MOVE WRK-COMP-ANTERIOR TO WRK-LC-ANTERIOR.
           MOVE WRK-COMP-ANO-ANT  TO WRK-LC-ANO-ANT.
           MOVE WRK-LINHA-COMPET TO REG-RELDRE.
           WRITE REG-RELDRE.

           MOVE 1 TO WRK-IND-FIL.
           PERFORM UNTIL WRK-IND-FIL GREATER 99
             MOVE "N" TO WRK-SW-MOVIMENTO
             MOVE 1 TO WRK-IND-PER
             PERFORM UNTIL WRK-IND-PER GREATER 3
               MOVE 1 TO WRK-IND-LIN
               PERFORM UNTIL WRK-IND-LIN GREATER 7
                 IF WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER
                                  WRK-IND-LIN) NOT EQUAL ZEROS
                   SET FILIAL-COM-MOVIMENTO TO TRUE
                 END-IF
                 ADD WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER
                                   WRK-IND-LIN)
                   TO WRK-CNS-VALOR(WRK-IND-PER WRK-IND-LIN)
                 MOVE WRK-DRE-VALOR(WRK-IND-FIL WRK-IND-PER
                                    WRK-IND-LIN)
                   TO WRK-BLC-VALOR(WRK-IND-PER WRK-IND-LIN)
                 ADD 1 TO WRK-IND-LIN
               END-PERFORM
               ADD 1 TO WRK-IND-PER
             END-PERFORM
             IF FILIAL-COM-MOVIMENTO
               MOVE SPACES TO WRK-LT-FILIAL
               MOVE WRK-IND-FIL TO WRK-LT-FILIAL(1:2)
               PERFORM 0280-IMPRIMIR-BLOCO
               ADD 1 TO WRK-ACUM-FILIAIS
             END-IF
             ADD 1 TO WRK-IND-FIL
           END-PERFORM.

           MOVE 1 TO WRK-IND-PER.
           PERFORM UNTIL WRK-IND-PER GREATER 3
             MOVE 1 TO WRK-IND-LIN
             PERFORM UNTIL WRK-IND-LIN GREATER 7
               MOVE WRK-CNS-VALOR(WRK-IND-PER WRK-IND-LIN)
                 TO WRK-BLC-VALOR(WRK-IND-PER WRK-IND-LIN)
               ADD 1 TO WRK-IND-LIN
             END-PERFORM
             ADD 1 TO WRK-IND-PER
           END-PERFORM.
           MOVE "CONSOLIDADO" TO WRK-LT-FILIAL.
           PERFORM 0280-IMPRIMIR-BLOCO.
           CLOSE RELDRE.

           DISPLAY "FILIAIS NO DRE: " WRK-ACUM-FILIAIS.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELDRE.

       0280-IMPRIMIR-BLOCO             SECTION.
           MOVE 1 TO WRK-IND-PER.
           PERFORM UNTIL WRK-IND-PER GREATER 3
             COMPUTE WRK-BLC-REC-LIQ(WRK-IND-PER) =
                 WRK-BLC-VALOR(WRK-IND-PER 1)
               - WRK-BLC-VALOR(WRK-IND-PER 2)
               - WRK-BLC-VALOR(WRK-IND-PER 3)
             COMPUTE WRK-BLC-LUCRO-BR(WRK-IND-PER) =
                 WRK-BLC-REC-LIQ(WRK-IND-PER)
               - WRK-BLC-VALOR(WRK-IND-PER 4)
             COMPUTE WRK-BLC-RESULTADO(WRK-IND-PER) =
                 WRK-BLC-LUCRO-BR(WRK-IND-PER)
               + WRK-BLC-VALOR(WRK-IND-PER 5)
               - WRK-BLC-VALOR(WRK-IND-PER 6)
               - WRK-BLC-VALOR(WRK-IND-PER 7)
             ADD 1 TO WRK-IND-PER
           END-PERFORM.

           MOVE SPACES TO REG-RELDRE.
           WRITE REG-RELDRE.
           MOVE WRK-LINHA-TITULO TO REG-RELDRE.
           WRITE REG-RELDRE.

           MOVE "RECEITA BRUTA DE VENDAS" TO WRK-LD-ROTULO.
           MOVE 1 TO WRK-IND-LIN.
           PERFORM 0285-IMPRIMIR-LINHA.
           MOVE "(-) DEVOLUCOES" TO WRK-LD-ROTULO.
           MOVE 2 TO WRK-IND-LIN.
           PERFORM 0285-IMPRIMIR-LINHA.
           MOVE "(-) ICMS SOBRE VENDAS" TO WRK-LD-ROTULO.
           MOVE 3 TO WRK-IND-LIN.
           PERFORM 0285-IMPRIMIR-LINHA.
           MOVE "(=) RECEITA LIQUIDA" TO WRK-LD-ROTULO.
           MOVE WRK-BLC-REC-LIQ(1) TO WRK-LD-ATUAL.
           MOVE WRK-BLC-REC-LIQ(2) TO WRK-LD-ANTERIOR.
           MOVE WRK-BLC-REC-LIQ(3) TO WRK-LD-ANO-ANT.
           MOVE WRK-LINHA-DRE TO REG-RELDRE.
           WRITE REG-RELDRE.
           MOVE "(-) CMV (CUSTO MEDIO)" TO WRK-LD-ROTULO.
           MOVE 4 TO WRK-IND-LIN.
           PERFORM 0285-IMPRIMIR-LINHA.
           MOVE "(=) LUCRO BRUTO" TO WRK-LD-ROTULO.
           MOVE WRK-BLC-LUCRO-BR(1) TO WRK-LD-ATUAL.
           MOVE WRK-BLC-LUCRO-BR(2) TO WRK-LD-ANTERIOR.
           MOVE WRK-BLC-LUCRO-BR(3) TO WRK-LD-ANO-ANT.
           MOVE WRK-LINHA-DRE TO REG-RELDRE.
           WRITE REG-RELDRE.
           MOVE "(+) MENSALIDADES ESCOLARES" TO WRK-LD-ROTULO.
           MOVE 5 TO WRK-IND-LIN.
           PERFORM 0285-IMPRIMIR-LINHA.
           MOVE "(-) FOLHA E ENCARGOS" TO WRK-LD-ROTULO.
           MOVE 6 TO WRK-IND-LIN.
           PERFORM 0285-IMPRIMIR-LINHA.
           MOVE "(-) DESPESAS OPERACIONAIS" TO WRK-LD-ROTULO.
           MOVE 7 TO WRK-IND-LIN.
           PERFORM 0285-IMPRIMIR-LINHA.
           MOVE "(=) RESULTADO OPERACIONAL" TO WRK-LD-ROTULO.
           MOVE WRK-BLC-RESULTADO(1) TO WRK-LD-ATUAL.
           MOVE WRK-BLC-RESULTADO(2) TO WRK-LD-ANTERIOR.
           MOVE WRK-BLC-RESULTADO(3) TO WRK-LD-ANO-ANT.
           MOVE WRK-LINHA-DRE TO REG-RELDRE.
           WRITE REG-RELDRE.

       0285-IMPRIMIR-LINHA             SECTION.
           MOVE WRK-BLC-VALOR(1 WRK-IND-LIN) TO WRK-LD-ATUAL.
           MOVE WRK-BLC-VALOR(2 WRK-IND-LIN) TO WRK-LD-ANTERIOR.
           MOVE WRK-BLC-VALOR(3 WRK-IND-LIN) TO WRK-LD-ANO-ANT.
           MOVE WRK-LINHA-DRE TO REG-RELDRE.
           WRITE REG-RELDRE.

           COPY "CAMMOVP.cpy".
           COPY "CAMDEVP.cpy".
           COPY "CAMPRODP.cpy".
           COPY "CAMICMP.cpy".
           COPY "CAMKITP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMFLRP.cpy".
           COPY "CAMCAPP.cpy".
           COPY "CAMCCUP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA88"     TO LOG-JOB.
               MOVE "S"              TO LOG-STATUS.
               MOVE WRK-ACUM-FILIAIS TO LOG-QTD.
               IF WRK-BLC-RESULTADO(1) LESS ZEROS
                 COMPUTE LOG-HASH = ZEROS - WRK-BLC-RESULTADO(1)
               ELSE
                 MOVE WRK-BLC-RESULTADO(1) TO LOG-HASH
               END-IF.
               IF DRE-DEFINITIVO
                 MOVE "DRE GERENCIAL POR FILIAL - DEFINITIVO"
                   TO LOG-MENSAGEM
               ELSE
                 MOVE "DRE GERENCIAL POR FILIAL - PREVIA"
                   TO LOG-MENSAGEM
               END-IF.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
