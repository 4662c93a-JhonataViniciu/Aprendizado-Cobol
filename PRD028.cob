       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD028.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CURVA ABC DOS PRODUTOS - LOTE MENSAL QUE SOMA O
      *==            MOVIMENTO DE VENDAS (VENDMOV.DAT) DA JANELA DE
      *==            DIAS PEDIDA E ORDENA TODOS OS ITENS DO CADASTRO
      *==            PELA RECEITA E PELA MARGEM BRUTA (RECEITA MENOS
      *==            QUANTIDADE AO PROD-CUSTO-MEDIO). EM CADA CURVA O
      *==            ITEM QUE ENTRA ANTES DE 80% DO ACUMULADO E A, ATE
      *==            95% E B E O RESTO (E O QUE NAO VENDEU) E C; A
      *==            CLASSE GRAVADA NO PRODUTO (PROD-CLASSE-ABC) E A
      *==            MELHOR DAS DUAS. IMPRIME A CURVA GERAL COM OS
      *==            PERCENTUAIS ACUMULADOS E A CURVA DE CADA FILIAL
      *==            (MOV-FILIAL) E DE CADA CATEGORIA COMERCIAL.
      *==            SAIDA DATADA PELO RELGER E EXECUCAO NO BATCHLOG
      *==            COM A RECEITA DA JANELA EM LOG-HASH.
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

           SELECT RELABC ASSIGN TO WRK-CAMINHO-RELABC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELABC.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDABC ASSIGN TO "WRKORDABC".

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  RELABC.
       01  REG-RELABC          PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

      *--- UMA SO ORDENACAO SERVE AS QUATRO CURVAS: O GRUPO E ZERO ---
      *--- NA GERAL, A FILIAL OU A CATEGORIA NAS QUEBRADAS          ---
       SD  WRK-ORDABC.
       01  WRK-REG-ORDABC.
           05 ORD-GRUPO    PIC 9(03).
           05 ORD-VALOR    PIC S9(09)V99.
           05 ORD-IND      PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-RELABC       PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELABC PIC X(100) VALUE SPACES.

       77  WRK-JANELA-DIAS PIC 9(03) VALUE ZEROS.
       77  WRK-CORTE-A     PIC 9(03) VALUE 80.
       77  WRK-CORTE-B     PIC 9(03) VALUE 95.

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

      *--- PRODUTOS DO CADASTRO COM A APURACAO DA JANELA ---
       01  WRK-TAB-ABC.
           05 WRK-ABC-ITEM OCCURS 1000 TIMES.
              10 WRK-ABC-CODIGO  PIC 9(05).
              10 WRK-ABC-DESCR   PIC X(30).
              10 WRK-ABC-CUSTO   PIC 9(05)V99.
              10 WRK-ABC-CATEG   PIC 9(03).
              10 WRK-ABC-RECEITA PIC 9(09)V99.
              10 WRK-ABC-MARGEM  PIC S9(09)V99.
              10 WRK-ABC-CL-REC  PIC X(01).
              10 WRK-ABC-CL-MRG  PIC X(01).
              10 WRK-ABC-CLASSE  PIC X(01).
       77  WRK-QTD-ABC     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-ABC     PIC 9(04) VALUE 1000.
       77  WRK-IND-ABC     PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ABC      PIC X(01) VALUE "N".
           88 PRODUTO-NA-TABELA     VALUE "S".
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".

      *--- RECEITA DE CADA PRODUTO EM CADA FILIAL ---
       01  WRK-TAB-FILPRD.
           05 WRK-FP-ITEM OCCURS 3000 TIMES.
              10 WRK-FP-FILIAL   PIC 9(02).
              10 WRK-FP-IND      PIC 9(04).
              10 WRK-FP-RECEITA  PIC 9(09)V99.
       77  WRK-QTD-FP      PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-FP      PIC 9(04) VALUE 3000.
       77  WRK-IND-FP      PIC 9(04) VALUE ZEROS.
       77  WRK-SW-FP       PIC X(01) VALUE "N".
           88 PAR-NA-TABELA         VALUE "S".
       77  WRK-SW-CARGA-FP PIC X(01) VALUE "N".
           88 CARGA-FP-TRANSBORDOU  VALUE "S".

      *--- TOTAIS DAS QUEBRAS (POSICAO = CODIGO + 1) ---
       01  WRK-TAB-TOT-FILIAL.
           05 WRK-TOT-FILIAL PIC 9(11)V99 OCCURS 100 TIMES.
       01  WRK-TAB-TOT-CATEG.
           05 WRK-TOT-CATEG  PIC 9(11)V99 OCCURS 1000 TIMES.
       77  WRK-IND-GRUPO   PIC 9(04) VALUE ZEROS.

       77  WRK-TOT-RECEITA PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-MARGEM  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-GRUPO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ACUM-VALOR  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PERC-ANTES  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERC-ACUM   PIC 9(03)V99 VALUE ZEROS.
       77  WRK-CUSTO-LINHA PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CLASSE      PIC X(01) VALUE SPACES.
       77  WRK-GRUPO-ATUAL PIC 9(03) VALUE ZEROS.
       77  WRK-POSICAO     PIC 9(04) VALUE ZEROS.
       77  WRK-FIM-ORDABC  PIC X(01) VALUE "N".
       77  WRK-TIPO-QUEBRA PIC X(01) VALUE SPACES.
           88 QUEBRA-FILIAL         VALUE "F".
           88 QUEBRA-CATEGORIA      VALUE "C".

       77  WRK-ACUM-LIDOS  PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-A      PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-B      PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-C      PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-GRAVADOS PIC 9(04) VALUE ZEROS.

       01  WRK-LINHA-CABEC-GERAL.
           05 FILLER PIC X(06) VALUE "POS".
           05 FILLER PIC X(07) VALUE "CODIGO".
           05 FILLER PIC X(31) VALUE "DESCRICAO".
           05 FILLER PIC X(15) VALUE "       RECEITA".
           05 FILLER PIC X(09) VALUE "  %ACUM".
           05 FILLER PIC X(03) VALUE "CR".
           05 FILLER PIC X(16) VALUE "         MARGEM".
           05 FILLER PIC X(03) VALUE "CM".
           05 FILLER PIC X(03) VALUE "ABC".

       01  WRK-LINHA-GERAL.
           05 WRK-LG-POSICAO   PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LG-CODIGO    PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LG-DESCR     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LG-RECEITA   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LG-PERC      PIC ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LG-CL-REC    PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LG-MARGEM    PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LG-CL-MRG    PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LG-CLASSE    PIC X(01).

       01  WRK-LINHA-CABEC-QUEBRA.
           05 FILLER PIC X(06) VALUE "POS".
           05 FILLER PIC X(07) VALUE "CODIGO".
           05 FILLER PIC X(31) VALUE "DESCRICAO".
           05 FILLER PIC X(15) VALUE "       RECEITA".
           05 FILLER PIC X(09) VALUE "  %ACUM".
           05 FILLER PIC X(03) VALUE "ABC".

       01  WRK-LINHA-QUEBRA.
           05 WRK-LQ-POSICAO   PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LQ-CODIGO    PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LQ-DESCR     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LQ-RECEITA   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LQ-PERC      PIC ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LQ-CLASSE    PIC X(01).

       01  WRK-LINHA-GRUPO.
           05 WRK-LR-ROTULO    PIC X(10).
           05 WRK-LR-CODIGO    PIC ZZ9.
           05 FILLER           PIC X(03) VALUE " - ".
           05 FILLER           PIC X(16) VALUE "RECEITA TOTAL: ".
           05 WRK-LR-TOTAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-JANELA.
           05 FILLER           PIC X(20) VALUE "JANELA DA APURACAO: ".
           05 WRK-LJ-DIAS      PIC ZZ9.
           05 FILLER           PIC X(19) VALUE " DIAS CORRIDOS ATE ".
           05 WRK-LJ-DATA      PIC 9(08).

       01  WRK-LINHA-RESUMO.
           05 WRK-LS-ROTULO    PIC X(40).
           05 WRK-LS-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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

           DISPLAY "JANELA DA APURACAO (DIAS, 0 = 90) "
             ACCEPT WRK-JANELA-DIAS.
           IF WRK-JANELA-DIAS EQUAL ZEROS
             MOVE 90 TO WRK-JANELA-DIAS
           END-IF.

           MOVE ZEROS TO WRK-TAB-TOT-FILIAL.
           MOVE ZEROS TO WRK-TAB-TOT-CATEG.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             GOBACK
           END-IF.

           READ PRODUTOS NEXT RECORD.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
             IF WRK-QTD-ABC LESS WRK-MAX-ABC
               ADD 1 TO WRK-QTD-ABC
               MOVE PROD-CODIGO    TO WRK-ABC-CODIGO(WRK-QTD-ABC)
               MOVE PROD-DESCRICAO TO WRK-ABC-DESCR(WRK-QTD-ABC)
               MOVE PROD-CUSTO-MEDIO TO WRK-ABC-CUSTO(WRK-QTD-ABC)
               MOVE ZEROS          TO WRK-ABC-CATEG(WRK-QTD-ABC)
               IF PROD-CATEGORIA IS NUMERIC
                 MOVE PROD-CATEGORIA TO WRK-ABC-CATEG(WRK-QTD-ABC)
               END-IF
               MOVE ZEROS          TO WRK-ABC-RECEITA(WRK-QTD-ABC)
               MOVE ZEROS          TO WRK-ABC-MARGEM(WRK-QTD-ABC)
               MOVE 'C'            TO WRK-ABC-CL-REC(WRK-QTD-ABC)
               MOVE 'C'            TO WRK-ABC-CL-MRG(WRK-QTD-ABC)
               MOVE 'C'            TO WRK-ABC-CLASSE(WRK-QTD-ABC)
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ PRODUTOS NEXT RECORD
           END-PERFORM.
           IF CARGA-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-ABC " PRODUTOS - "
                     "OS EXCEDENTES FICAM SEM CLASSE NESTA APURACAO"
           END-IF.

           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV
             CLOSE PRODUTOS
             GOBACK
           END-IF.

           MOVE "CURVAABC" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELABC.
           OPEN OUTPUT RELABC.
           IF FS-RELABC NOT EQUAL 0
             DISPLAY "RELATORIO DA CURVA ABC NAO FOI ABERTO - STATUS "
                     FS-RELABC
             CLOSE PRODUTOS
             CLOSE VENDMOV
             GOBACK
           END-IF.

      *--- SO A VENDA DENTRO DA JANELA ENTRA NA CURVA ---
       0200-PROCESSAR                  SECTION.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             MOVE MOV-DATA TO WRK-DATA-SER-NUM
             PERFORM 0290-SERIAL-DE-DIAS
             COMPUTE WRK-DIAS-ATRAS =
                 WRK-SERIAL-HOJE - WRK-SERIAL
             IF WRK-DIAS-ATRAS IS GREATER THAN OR EQUAL TO ZEROS
                AND WRK-DIAS-ATRAS IS LESS THAN OR EQUAL TO
                    WRK-JANELA-DIAS
               PERFORM 0210-ACUMULAR-VENDA
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
           IF CARGA-FP-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-FP " PARES FILIAL/"
                     "PRODUTO - A CURVA POR FILIAL SAI INCOMPLETA"
           END-IF.

           MOVE "CURVA ABC DOS PRODUTOS - RECEITA E MARGEM BRUTA"
             TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE WRK-JANELA-DIAS TO WRK-LJ-DIAS.
           MOVE DTM-AAAAMMDD    TO WRK-LJ-DATA.
           MOVE WRK-LINHA-JANELA TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE SPACES TO REG-RELABC.
           WRITE REG-RELABC.

           SORT WRK-ORDABC ON DESCENDING KEY ORD-VALOR
             INPUT PROCEDURE 0230-FORNECER-MARGEM
             OUTPUT PROCEDURE 0235-CLASSIFICAR-MARGEM.

           MOVE "CURVA GERAL - CR = CLASSE PELA RECEITA, CM = PELA"
             TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE "MARGEM, ABC = A MELHOR DAS DUAS (GRAVADA NO PRODUTO)"
             TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE WRK-LINHA-CABEC-GERAL TO REG-RELABC.
           WRITE REG-RELABC.
           SORT WRK-ORDABC ON DESCENDING KEY ORD-VALOR
             INPUT PROCEDURE 0240-FORNECER-RECEITA
             OUTPUT PROCEDURE 0245-CLASSIFICAR-RECEITA.

           MOVE SPACES TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE "CURVA POR FILIAL" TO REG-RELABC.
           WRITE REG-RELABC.
           SORT WRK-ORDABC ON ASCENDING KEY ORD-GRUPO
                           DESCENDING KEY ORD-VALOR
             INPUT PROCEDURE 0250-FORNECER-FILIAL
             OUTPUT PROCEDURE 0260-IMPRIMIR-QUEBRA.

           MOVE SPACES TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE "CURVA POR CATEGORIA COMERCIAL" TO REG-RELABC.
           WRITE REG-RELABC.
           SORT WRK-ORDABC ON ASCENDING KEY ORD-GRUPO
                           DESCENDING KEY ORD-VALOR
             INPUT PROCEDURE 0255-FORNECER-CATEGORIA
             OUTPUT PROCEDURE 0260-IMPRIMIR-QUEBRA.

           PERFORM 0280-GRAVAR-CLASSES.

           MOVE SPACES TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE SPACES TO WRK-LINHA-RESUMO.
           MOVE "RECEITA DA JANELA......................."
             TO WRK-LS-ROTULO.
           MOVE WRK-TOT-RECEITA TO WRK-LS-VALOR.
           MOVE WRK-LINHA-RESUMO TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE "MARGEM BRUTA POSITIVA DA JANELA........."
             TO WRK-LS-ROTULO.
           MOVE WRK-TOT-MARGEM TO WRK-LS-VALOR.
           MOVE WRK-LINHA-RESUMO TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE "ITENS CLASSE A.........................."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-A TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE "ITENS CLASSE B.........................."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-B TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE "ITENS CLASSE C (INCLUSIVE SEM VENDA)...."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-C TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELABC.
           WRITE REG-RELABC.

           CLOSE RELABC.
           CLOSE PRODUTOS.
           DISPLAY "ITENS CLASSE A.........: " WRK-ACUM-A.
           DISPLAY "ITENS CLASSE B.........: " WRK-ACUM-B.
           DISPLAY "ITENS CLASSE C.........: " WRK-ACUM-C.
           DISPLAY "PRODUTOS ATUALIZADOS...: " WRK-ACUM-GRAVADOS.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELABC.

      *--- MARGEM DA LINHA = VALOR VENDIDO - QUANTIDADE AO CUSTO ---
      *--- MEDIO; PRODUTO FORA DO CADASTRO NAO ENTRA NA CURVA     ---
       0210-ACUMULAR-VENDA             SECTION.
           MOVE 1   TO WRK-IND-ABC.
           MOVE "N" TO WRK-SW-ABC.
           PERFORM 0215-LOCALIZAR-PRODUTO
             UNTIL WRK-IND-ABC GREATER WRK-QTD-ABC
                OR PRODUTO-NA-TABELA.
           IF NOT PRODUTO-NA-TABELA
             GO TO 0210-ACUMULAR-SAIDA
           END-IF.

           ADD 1 TO WRK-ACUM-LIDOS.
           COMPUTE WRK-CUSTO-LINHA =
               MOV-QTD * WRK-ABC-CUSTO(WRK-IND-ABC).
           ADD MOV-VALOR TO WRK-ABC-RECEITA(WRK-IND-ABC).
           COMPUTE WRK-ABC-MARGEM(WRK-IND-ABC) =
               WRK-ABC-MARGEM(WRK-IND-ABC) + MOV-VALOR
               - WRK-CUSTO-LINHA.
           ADD MOV-VALOR TO WRK-TOT-RECEITA.

           COMPUTE WRK-IND-GRUPO = WRK-ABC-CATEG(WRK-IND-ABC) + 1.
           ADD MOV-VALOR TO WRK-TOT-CATEG(WRK-IND-GRUPO).

           IF MOV-FILIAL IS NOT NUMERIC
             MOVE ZEROS TO MOV-FILIAL
           END-IF.
           COMPUTE WRK-IND-GRUPO = MOV-FILIAL + 1.
           ADD MOV-VALOR TO WRK-TOT-FILIAL(WRK-IND-GRUPO).

           MOVE 1   TO WRK-IND-FP.
           MOVE "N" TO WRK-SW-FP.
           PERFORM 0220-LOCALIZAR-PAR
             UNTIL WRK-IND-FP GREATER WRK-QTD-FP
                OR PAR-NA-TABELA.
           IF NOT PAR-NA-TABELA
             IF WRK-QTD-FP LESS WRK-MAX-FP
               ADD 1 TO WRK-QTD-FP
               MOVE WRK-QTD-FP  TO WRK-IND-FP
               MOVE MOV-FILIAL  TO WRK-FP-FILIAL(WRK-IND-FP)
               MOVE WRK-IND-ABC TO WRK-FP-IND(WRK-IND-FP)
               MOVE ZEROS       TO WRK-FP-RECEITA(WRK-IND-FP)
             ELSE
               SET CARGA-FP-TRANSBORDOU TO TRUE
               GO TO 0210-ACUMULAR-SAIDA
             END-IF
           END-IF.
           ADD MOV-VALOR TO WRK-FP-RECEITA(WRK-IND-FP).
       0210-ACUMULAR-SAIDA.
           EXIT.

       0215-LOCALIZAR-PRODUTO          SECTION.
           IF WRK-ABC-CODIGO(WRK-IND-ABC) EQUAL MOV-CODIGO
             SET PRODUTO-NA-TABELA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-ABC
           END-IF.

       0220-LOCALIZAR-PAR              SECTION.
           IF WRK-FP-FILIAL(WRK-IND-FP) EQUAL MOV-FILIAL
              AND WRK-FP-IND(WRK-IND-FP) EQUAL WRK-IND-ABC
             SET PAR-NA-TABELA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-FP
           END-IF.

      *--- CURVA DA MARGEM: SO A MARGEM POSITIVA FORMA O ACUMULADO ---
       0230-FORNECER-MARGEM            SECTION.
           MOVE ZEROS TO WRK-TOT-MARGEM.
           MOVE 1 TO WRK-IND-ABC.
           PERFORM UNTIL WRK-IND-ABC GREATER WRK-QTD-ABC
             IF WRK-ABC-MARGEM(WRK-IND-ABC) GREATER ZEROS
               ADD WRK-ABC-MARGEM(WRK-IND-ABC) TO WRK-TOT-MARGEM
               MOVE ZEROS       TO ORD-GRUPO
               MOVE WRK-ABC-MARGEM(WRK-IND-ABC) TO ORD-VALOR
               MOVE WRK-IND-ABC TO ORD-IND
               RELEASE WRK-REG-ORDABC
             END-IF
             ADD 1 TO WRK-IND-ABC
           END-PERFORM.

       0235-CLASSIFICAR-MARGEM         SECTION.
           MOVE ZEROS TO WRK-ACUM-VALOR.
           MOVE "N" TO WRK-FIM-ORDABC.
           RETURN WRK-ORDABC AT END MOVE "S" TO WRK-FIM-ORDABC.
           PERFORM UNTIL WRK-FIM-ORDABC EQUAL "S"
             MOVE WRK-TOT-MARGEM TO WRK-TOT-GRUPO
             PERFORM 0270-CLASSE-DO-ITEM
             MOVE WRK-CLASSE TO WRK-ABC-CL-MRG(ORD-IND)
             RETURN WRK-ORDABC AT END MOVE "S" TO WRK-FIM-ORDABC
           END-PERFORM.

       0240-FORNECER-RECEITA           SECTION.
           MOVE 1 TO WRK-IND-ABC.
           PERFORM UNTIL WRK-IND-ABC GREATER WRK-QTD-ABC
             MOVE ZEROS       TO ORD-GRUPO
             MOVE WRK-ABC-RECEITA(WRK-IND-ABC) TO ORD-VALOR
             MOVE WRK-IND-ABC TO ORD-IND
             RELEASE WRK-REG-ORDABC
             ADD 1 TO WRK-IND-ABC
           END-PERFORM.

      *--- A CLASSE FINAL E A MELHOR ENTRE RECEITA E MARGEM ---
       0245-CLASSIFICAR-RECEITA        SECTION.
           MOVE ZEROS TO WRK-ACUM-VALOR.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE "N" TO WRK-FIM-ORDABC.
           RETURN WRK-ORDABC AT END MOVE "S" TO WRK-FIM-ORDABC.
           PERFORM UNTIL WRK-FIM-ORDABC EQUAL "S"
             MOVE WRK-TOT-RECEITA TO WRK-TOT-GRUPO
             PERFORM 0270-CLASSE-DO-ITEM
             MOVE WRK-CLASSE TO WRK-ABC-CL-REC(ORD-IND)
             MOVE WRK-CLASSE TO WRK-ABC-CLASSE(ORD-IND)
             IF WRK-ABC-CL-MRG(ORD-IND) LESS WRK-CLASSE
               MOVE WRK-ABC-CL-MRG(ORD-IND) TO WRK-ABC-CLASSE(ORD-IND)
             END-IF
             EVALUATE WRK-ABC-CLASSE(ORD-IND)
               WHEN 'A' ADD 1 TO WRK-ACUM-A
               WHEN 'B' ADD 1 TO WRK-ACUM-B
               WHEN OTHER ADD 1 TO WRK-ACUM-C
             END-EVALUATE
             ADD 1 TO WRK-POSICAO
             MOVE WRK-POSICAO                TO WRK-LG-POSICAO
             MOVE WRK-ABC-CODIGO(ORD-IND)    TO WRK-LG-CODIGO
             MOVE WRK-ABC-DESCR(ORD-IND)     TO WRK-LG-DESCR
             MOVE WRK-ABC-RECEITA(ORD-IND)   TO WRK-LG-RECEITA
             MOVE WRK-PERC-ACUM              TO WRK-LG-PERC
             MOVE WRK-ABC-CL-REC(ORD-IND)    TO WRK-LG-CL-REC
             MOVE WRK-ABC-MARGEM(ORD-IND)    TO WRK-LG-MARGEM
             MOVE WRK-ABC-CL-MRG(ORD-IND)    TO WRK-LG-CL-MRG
             MOVE WRK-ABC-CLASSE(ORD-IND)    TO WRK-LG-CLASSE
             MOVE WRK-LINHA-GERAL TO REG-RELABC
             WRITE REG-RELABC
             RETURN WRK-ORDABC AT END MOVE "S" TO WRK-FIM-ORDABC
           END-PERFORM.

       0250-FORNECER-FILIAL            SECTION.
           MOVE 1 TO WRK-IND-FP.
           PERFORM UNTIL WRK-IND-FP GREATER WRK-QTD-FP
             MOVE WRK-FP-FILIAL(WRK-IND-FP)  TO ORD-GRUPO
             MOVE WRK-FP-RECEITA(WRK-IND-FP) TO ORD-VALOR
             MOVE WRK-FP-IND(WRK-IND-FP)     TO ORD-IND
             RELEASE WRK-REG-ORDABC
             ADD 1 TO WRK-IND-FP
           END-PERFORM.
           SET QUEBRA-FILIAL TO TRUE.
           MOVE "FILIAL    " TO WRK-LR-ROTULO.

      *--- NA CATEGORIA SO ENTRA O PRODUTO QUE VENDEU NA JANELA ---
       0255-FORNECER-CATEGORIA         SECTION.
           MOVE 1 TO WRK-IND-ABC.
           PERFORM UNTIL WRK-IND-ABC GREATER WRK-QTD-ABC
             IF WRK-ABC-RECEITA(WRK-IND-ABC) GREATER ZEROS
               MOVE WRK-ABC-CATEG(WRK-IND-ABC)   TO ORD-GRUPO
               MOVE WRK-ABC-RECEITA(WRK-IND-ABC) TO ORD-VALOR
               MOVE WRK-IND-ABC                  TO ORD-IND
               RELEASE WRK-REG-ORDABC
             END-IF
             ADD 1 TO WRK-IND-ABC
           END-PERFORM.
           SET QUEBRA-CATEGORIA TO TRUE.
           MOVE "CATEGORIA " TO WRK-LR-ROTULO.

      *--- CURVA DE CADA GRUPO (FILIAL OU CATEGORIA) COM O ACUMULADO ---
      *--- SOBRE O TOTAL DO GRUPO E A CLASSE GERAL DO PRODUTO        ---
       0260-IMPRIMIR-QUEBRA            SECTION.
           MOVE "N" TO WRK-FIM-ORDABC.
           MOVE ZEROS TO WRK-GRUPO-ATUAL.
           MOVE ZEROS TO WRK-POSICAO.
           RETURN WRK-ORDABC AT END MOVE "S" TO WRK-FIM-ORDABC.
           PERFORM UNTIL WRK-FIM-ORDABC EQUAL "S"
             IF ORD-GRUPO NOT EQUAL WRK-GRUPO-ATUAL
                OR WRK-POSICAO EQUAL ZEROS
               PERFORM 0265-ABRIR-GRUPO
             END-IF
             ADD ORD-VALOR TO WRK-ACUM-VALOR
             COMPUTE WRK-PERC-ACUM ROUNDED =
                 WRK-ACUM-VALOR * 100 / WRK-TOT-GRUPO
             ADD 1 TO WRK-POSICAO
             MOVE WRK-POSICAO                TO WRK-LQ-POSICAO
             MOVE WRK-ABC-CODIGO(ORD-IND)    TO WRK-LQ-CODIGO
             MOVE WRK-ABC-DESCR(ORD-IND)     TO WRK-LQ-DESCR
             MOVE ORD-VALOR                  TO WRK-LQ-RECEITA
             MOVE WRK-PERC-ACUM              TO WRK-LQ-PERC
             MOVE WRK-ABC-CLASSE(ORD-IND)    TO WRK-LQ-CLASSE
             MOVE WRK-LINHA-QUEBRA TO REG-RELABC
             WRITE REG-RELABC
             RETURN WRK-ORDABC AT END MOVE "S" TO WRK-FIM-ORDABC
           END-PERFORM.

       0265-ABRIR-GRUPO                SECTION.
           MOVE ORD-GRUPO TO WRK-GRUPO-ATUAL.
           COMPUTE WRK-IND-GRUPO = ORD-GRUPO + 1.
           IF QUEBRA-FILIAL
             MOVE WRK-TOT-FILIAL(WRK-IND-GRUPO) TO WRK-TOT-GRUPO
           ELSE
             MOVE WRK-TOT-CATEG(WRK-IND-GRUPO)  TO WRK-TOT-GRUPO
           END-IF.
           MOVE ZEROS TO WRK-ACUM-VALOR.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE ORD-GRUPO     TO WRK-LR-CODIGO.
           MOVE WRK-TOT-GRUPO TO WRK-LR-TOTAL.
           MOVE SPACES TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE WRK-LINHA-GRUPO TO REG-RELABC.
           WRITE REG-RELABC.
           MOVE WRK-LINHA-CABEC-QUEBRA TO REG-RELABC.
           WRITE REG-RELABC.
      *    O GRUPO SEM RECEITA NAO DIVIDE POR ZERO NO PERCENTUAL
           IF WRK-TOT-GRUPO EQUAL ZEROS
             MOVE 1 TO WRK-TOT-GRUPO
           END-IF.

      *--- ACUMULA O ITEM E DEFINE A CLASSE PELO PERCENTUAL QUE JA ---
      *--- ESTAVA ACUMULADO ANTES DELE (O ITEM QUE CRUZA OS 80% E A) ---
       0270-CLASSE-DO-ITEM             SECTION.
           MOVE ZEROS TO WRK-PERC-ANTES.
           MOVE ZEROS TO WRK-PERC-ACUM.
           IF WRK-TOT-GRUPO GREATER ZEROS
             COMPUTE WRK-PERC-ANTES ROUNDED =
                 WRK-ACUM-VALOR * 100 / WRK-TOT-GRUPO
           END-IF.
           IF ORD-VALOR GREATER ZEROS
             ADD ORD-VALOR TO WRK-ACUM-VALOR
           END-IF.
           IF WRK-TOT-GRUPO GREATER ZEROS
             COMPUTE WRK-PERC-ACUM ROUNDED =
                 WRK-ACUM-VALOR * 100 / WRK-TOT-GRUPO
           END-IF.
           EVALUATE TRUE
             WHEN ORD-VALOR NOT GREATER ZEROS
               MOVE 'C' TO WRK-CLASSE
             WHEN WRK-PERC-ANTES LESS WRK-CORTE-A
               MOVE 'A' TO WRK-CLASSE
             WHEN WRK-PERC-ANTES LESS WRK-CORTE-B
               MOVE 'B' TO WRK-CLASSE
             WHEN OTHER
               MOVE 'C' TO WRK-CLASSE
           END-EVALUATE.

      *--- GRAVA A CLASSE APURADA EM CADA PRODUTO DO CADASTRO ---
       0280-GRAVAR-CLASSES             SECTION.
           MOVE 1 TO WRK-IND-ABC.
           PERFORM UNTIL WRK-IND-ABC GREATER WRK-QTD-ABC
             MOVE WRK-ABC-CODIGO(WRK-IND-ABC) TO PROD-CODIGO
             READ PRODUTOS KEY IS PROD-CODIGO
               INVALID KEY
                 DISPLAY "PRODUTO " PROD-CODIGO
                         " NAO ENCONTRADO NA GRAVACAO DA CLASSE"
               NOT INVALID KEY
                 MOVE WRK-ABC-CLASSE(WRK-IND-ABC) TO PROD-CLASSE-ABC
                 REWRITE REG-PRODUTOS
                   INVALID KEY
                     DISPLAY "ERRO AO GRAVAR A CLASSE DO PRODUTO "
                             PROD-CODIGO
                   NOT INVALID KEY
                     ADD 1 TO WRK-ACUM-GRAVADOS
                 END-REWRITE
             END-READ
             ADD 1 TO WRK-IND-ABC
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
       0300-FINALIZAR                  SECTION.
               MOVE "PRD028"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-GRAVADOS TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS    TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-RECEITA   TO LOG-HASH.
               MOVE "CURVA ABC DOS PRODUTOS" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
