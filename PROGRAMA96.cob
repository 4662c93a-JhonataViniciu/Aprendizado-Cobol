       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA96.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: HEADCOUNT, TURNOVER E TEMPO DE CASA POR CENTRO DE
      *==           CUSTO - PARA A COMPETENCIA INFORMADA, COM O
      *==           CADASTRO DA FOLHA (ADMISSAO, DEMISSAO, CENTRO E
      *==           IDADE) E O HISTORICO SALHIST.DAT, MOSTRA POR
      *==           CENTRO DO CCUSTO.DAT O QUADRO INICIAL, AS
      *==           ADMISSOES, OS DESLIGAMENTOS, O QUADRO FINAL, A
      *==           TAXA DE TURNOVER ((ADMISSOES + DESLIGAMENTOS) / 2
      *==           SOBRE O QUADRO MEDIO), O TEMPO MEDIO DE CASA E O
      *==           SALARIO MEDIO DO QUADRO FINAL (O SALARIO VIGENTE NO
      *==           FIM DO MES SEGUNDO O SALHIST); AS FAIXAS ETARIAS
      *==           DO QUADRO FINAL POR CENTRO; E A TENDENCIA DO
      *==           TURNOVER DA EMPRESA NOS ULTIMOS 12 MESES. SAIDA
      *==           DATADA PELO RELGER E EXECUCAO NO BATCHLOG.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WRK-CAMINHO-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-ID
               FILE STATUS IS FS-FUNCIONARIOS.

           SELECT CCUSTOS ASSIGN TO WRK-CAMINHO-CCUSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CCUSTOS.

           SELECT SALHIST ASSIGN TO WRK-CAMINHO-SALHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALHIST.

           SELECT HEADCOUNT ASSIGN TO WRK-CAMINHO-HEADCOUNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HEADCOUNT.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".

       FD  CCUSTOS.
           COPY "CCUSTO.cpy".

       FD  SALHIST.
           COPY "SALHIST.cpy".

       FD  HEADCOUNT.
       01  REG-HEADCOUNT               PIC X(132).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMCCU.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-FUNCIONARIOS            PIC 9(02)        VALUE ZEROS.
       77  FS-CCUSTOS                 PIC 9(02)        VALUE ZEROS.
       77  FS-SALHIST                 PIC 9(02)        VALUE ZEROS.
       77  FS-HEADCOUNT               PIC 9(02)        VALUE ZEROS.
       77  FS-BATCHLOG                PIC 9(02)        VALUE ZEROS.
       77  WRK-CAMINHO-SALHIST        PIC X(100)       VALUE
           "C:/COBOL/DADOS/SALHIST.DAT.txt".
       77  WRK-CAMINHO-HEADCOUNT      PIC X(100)       VALUE SPACES.

      *--------------- COMPETENCIA E MES APURADO ----------------------
       01  WRK-COMPETENCIA            PIC 9(06)        VALUE ZEROS.
       01  WRK-COMPETENCIA-RED REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO            PIC 9(04).
           05 WRK-COMP-MES            PIC 9(02).
      *    PRIMEIRO E ULTIMO DIA DO MES EM APURACAO (DIA 31 BASTA
      *    PARA COMPARAR DATAS AAAAMMDD)
       77  WRK-MES-APURADO            PIC 9(06)        VALUE ZEROS.
       77  WRK-INI-MES                PIC 9(08)        VALUE ZEROS.
       77  WRK-FIM-MES                PIC 9(08)        VALUE ZEROS.
       77  WRK-MESES-COMP             PIC 9(06)        VALUE ZEROS.
       77  WRK-MESES-ABS              PIC 9(06)        VALUE ZEROS.
       01  WRK-DATA-AUX               PIC 9(08)        VALUE ZEROS.
       01  WRK-DATA-AUX-RED REDEFINES WRK-DATA-AUX.
           05 WRK-DA-ANO              PIC 9(04).
           05 WRK-DA-MES              PIC 9(02).
           05 WRK-DA-DIA              PIC 9(02).

      *--------------- FUNCIONARIOS EM MEMORIA ------------------------
       01  WRK-TAB-FUNC.
           05 WRK-FT-ITEM OCCURS 1000 TIMES.
              10 WRK-FT-ID            PIC 9(04).
              10 WRK-FT-IDADE         PIC 9(03).
              10 WRK-FT-SALARIO       PIC 9(08)V99.
              10 WRK-FT-ADMISSAO      PIC 9(08).
              10 WRK-FT-DEMISSAO      PIC 9(08).
              10 WRK-FT-CENTRO        PIC 9(03).
      *       SALARIO NO FIM DO MES: ULTIMA MUDANCA ATE O FIM DO MES
      *       (DEPOIS) OU, SEM ELA, A PRIMEIRA POSTERIOR (ANTES)
              10 WRK-FT-DATA-ANT      PIC 9(08).
              10 WRK-FT-SAL-ANT       PIC 9(08)V99.
              10 WRK-FT-DATA-POS      PIC 9(08).
              10 WRK-FT-SAL-POS       PIC 9(08)V99.
       77  WRK-QTD-FUNC               PIC 9(04)        VALUE ZEROS.
       77  WRK-MAX-FUNC               PIC 9(04)        VALUE 1000.
       77  WRK-IND-FUNC               PIC 9(04)        VALUE ZEROS.
       77  WRK-SAL-REF                PIC 9(08)V99     VALUE ZEROS.

      *--------------- SITUACAO DO FUNCIONARIO NO MES -----------------
       77  WRK-SW-INICIAL             PIC X(01)        VALUE "N".
           88 NO-QUADRO-INICIAL                        VALUE "S".
       77  WRK-SW-ADMITIDO            PIC X(01)        VALUE "N".
           88 ADMITIDO-NO-MES                          VALUE "S".
       77  WRK-SW-DESLIGADO           PIC X(01)        VALUE "N".
           88 DESLIGADO-NO-MES                         VALUE "S".
       77  WRK-SW-FINAL               PIC X(01)        VALUE "N".
           88 NO-QUADRO-FINAL                          VALUE "S".

      *--------------- CENTROS DE CUSTO (ULTIMA LINHA = EMPRESA) ------
       01  WRK-TAB-CENTRO.
           05 WRK-CT-ITEM OCCURS 101 TIMES.
              10 WRK-CT-CODIGO        PIC 9(03).
              10 WRK-CT-DESCRICAO     PIC X(20).
              10 WRK-CT-INICIAL       PIC 9(05).
              10 WRK-CT-ADMITIDOS     PIC 9(05).
              10 WRK-CT-DESLIGADOS    PIC 9(05).
              10 WRK-CT-FINAL         PIC 9(05).
              10 WRK-CT-SOMA-MESES    PIC 9(09).
              10 WRK-CT-SOMA-SALARIO  PIC 9(12)V99.
              10 WRK-CT-FAIXA         PIC 9(05) OCCURS 5 TIMES.
       77  WRK-QTD-CENTRO             PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-CENTRO             PIC 9(03)        VALUE 100.
       77  WRK-IND-CENTRO             PIC 9(03)        VALUE ZEROS.
       77  WRK-IND-TOTAL              PIC 9(03)        VALUE 101.
       77  WRK-IND-FAIXA              PIC 9(01)        VALUE ZEROS.
       77  WRK-SW-CENTRO              PIC X(01)        VALUE "N".
           88 CENTRO-ACHADO                            VALUE "S".

      *--------------- TENDENCIA DE 12 MESES --------------------------
       01  WRK-TAB-TENDENCIA.
           05 WRK-TD-ITEM OCCURS 12 TIMES.
              10 WRK-TD-COMPETENCIA   PIC 9(06).
              10 WRK-TD-INICIAL       PIC 9(05).
              10 WRK-TD-ADMITIDOS     PIC 9(05).
              10 WRK-TD-DESLIGADOS    PIC 9(05).
              10 WRK-TD-FINAL         PIC 9(05).
       77  WRK-IND-TEND               PIC 9(02)        VALUE ZEROS.

      *--------------- CALCULOS DA LINHA ------------------------------
       77  WRK-TURNOVER               PIC 9(03)V99     VALUE ZEROS.
       77  WRK-TEMPO-MEDIO            PIC 9(03)V9      VALUE ZEROS.
       77  WRK-SALARIO-MEDIO          PIC 9(08)V99     VALUE ZEROS.
       77  WRK-CALC-ADM               PIC 9(05)        VALUE ZEROS.
       77  WRK-CALC-DESL              PIC 9(05)        VALUE ZEROS.
       77  WRK-CALC-INI               PIC 9(05)        VALUE ZEROS.
       77  WRK-CALC-FIN               PIC 9(05)        VALUE ZEROS.

      *--------------- LAYOUT DO RELATORIO -----------------------------
       01  WRK-CABECALHO.
           05 FILLER          PIC X(50) VALUE
              "HEADCOUNT, TURNOVER E TEMPO DE CASA - COMPETENCIA ".
           05 WRK-CB-COMP     PIC 9(06).
       01  WRK-TITULOS.
           05 FILLER          PIC X(04) VALUE "CC".
           05 FILLER          PIC X(21) VALUE "DESCRICAO".
           05 FILLER          PIC X(08) VALUE "INICIAL".
           05 FILLER          PIC X(08) VALUE "ADMIS.".
           05 FILLER          PIC X(08) VALUE "DESLIG.".
           05 FILLER          PIC X(08) VALUE "FINAL".
           05 FILLER          PIC X(10) VALUE "TURNOVER%".
           05 FILLER          PIC X(12) VALUE "TEMPO(ANOS)".
           05 FILLER          PIC X(14) VALUE "SALARIO MEDIO".
       01  WRK-LINHA-CENTRO.
           05 WRK-LC-CODIGO   PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LC-DESCRICAO PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LC-INICIAL  PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LC-ADMIT    PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LC-DESLIG   PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LC-FINAL    PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LC-TURNOVER PIC ZZ9,99.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-LC-TEMPO    PIC ZZ9,9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-LC-SALARIO  PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-TITULOS-FAIXA.
           05 FILLER          PIC X(25) VALUE "CC  DESCRICAO".
           05 FILLER          PIC X(08) VALUE "ATE 24".
           05 FILLER          PIC X(08) VALUE "25-34".
           05 FILLER          PIC X(08) VALUE "35-44".
           05 FILLER          PIC X(08) VALUE "45-54".
           05 FILLER          PIC X(08) VALUE "55 OU +".
       01  WRK-LINHA-FAIXA.
           05 WRK-LF-CODIGO   PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LF-DESCRICAO PIC X(20).
           05 WRK-LF-COLUNA OCCURS 5 TIMES.
              10 FILLER       PIC X(01).
              10 WRK-LF-QTD   PIC ZZZZ9.
              10 FILLER       PIC X(02).
       01  WRK-TITULOS-TEND.
           05 FILLER          PIC X(13) VALUE "COMPETENCIA".
           05 FILLER          PIC X(08) VALUE "INICIAL".
           05 FILLER          PIC X(08) VALUE "ADMIS.".
           05 FILLER          PIC X(08) VALUE "DESLIG.".
           05 FILLER          PIC X(08) VALUE "FINAL".
           05 FILLER          PIC X(10) VALUE "TURNOVER%".
       01  WRK-LINHA-TEND.
           05 WRK-LD-COMP     PIC 9(06).
           05 FILLER          PIC X(07) VALUE SPACES.
           05 WRK-LD-INICIAL  PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LD-ADMIT    PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LD-DESLIG   PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LD-FINAL    PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LD-TURNOVER PIC ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
             DISPLAY "COMPETENCIA INVALIDA - " WRK-COMPETENCIA
             GOBACK
           END-IF.
           COMPUTE WRK-MESES-COMP =
               WRK-COMP-ANO * 12 + WRK-COMP-MES - 1.

           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GOBACK
           END-IF.
           READ FUNCIONARIOS NEXT RECORD.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
             IF WRK-QTD-FUNC LESS WRK-MAX-FUNC
               ADD 1 TO WRK-QTD-FUNC
               MOVE FUNC-ID       TO WRK-FT-ID(WRK-QTD-FUNC)
               MOVE FUNC-IDADE    TO WRK-FT-IDADE(WRK-QTD-FUNC)
               MOVE FUNC-SALARIO  TO WRK-FT-SALARIO(WRK-QTD-FUNC)
               MOVE FUNC-ADMISSAO TO WRK-FT-ADMISSAO(WRK-QTD-FUNC)
               IF FUNC-DEMISSAO IS NUMERIC
                 MOVE FUNC-DEMISSAO TO WRK-FT-DEMISSAO(WRK-QTD-FUNC)
               ELSE
                 MOVE ZEROS TO WRK-FT-DEMISSAO(WRK-QTD-FUNC)
               END-IF
               MOVE FUNC-CCUSTO   TO WRK-FT-CENTRO(WRK-QTD-FUNC)
               MOVE ZEROS TO WRK-FT-DATA-ANT(WRK-QTD-FUNC)
                             WRK-FT-SAL-ANT(WRK-QTD-FUNC)
                             WRK-FT-DATA-POS(WRK-QTD-FUNC)
                             WRK-FT-SAL-POS(WRK-QTD-FUNC)
             ELSE
               DISPLAY "CADASTRO ALEM DE " WRK-MAX-FUNC
                       " FUNCIONARIOS - ID " FUNC-ID " FORA DO QUADRO"
             END-IF
             READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.
           CLOSE FUNCIONARIOS.

           PERFORM 0110-CARREGAR-CENTROS.
           PERFORM 0120-CARREGAR-SALHIST.

           MOVE "HEADCOUNT" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-HEADCOUNT.
           OPEN OUTPUT HEADCOUNT.
           IF FS-HEADCOUNT NOT EQUAL 0
             DISPLAY "RELATORIO DE HEADCOUNT NAO FOI ABERTO - "
                     "STATUS " FS-HEADCOUNT
             GOBACK
           END-IF.

      *--------------------------------------------------------------
      *  0110-CARREGAR-CENTROS: A PRIMEIRA LINHA E A DOS SEM CENTRO
      *  (000); A 101 ACUMULA A EMPRESA.
      *--------------------------------------------------------------
       0110-CARREGAR-CENTROS           SECTION.
           INITIALIZE WRK-TAB-CENTRO.
           MOVE 1 TO WRK-QTD-CENTRO.
           MOVE ZEROS        TO WRK-CT-CODIGO(1).
           MOVE "SEM CENTRO" TO WRK-CT-DESCRICAO(1).
           MOVE "EMPRESA"    TO WRK-CT-DESCRICAO(WRK-IND-TOTAL).
           PERFORM 0158-OBTER-CAMINHO-CCUSTO.
           OPEN INPUT CCUSTOS.
           IF FS-CCUSTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE CENTROS NAO FOI ABERTO - "
                     "CENTROS SEM DESCRICAO"
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ CCUSTOS NEXT RECORD.
           PERFORM UNTIL FS-CCUSTOS NOT EQUAL 00
             IF CCU-CODIGO NOT EQUAL ZEROS
                AND WRK-QTD-CENTRO LESS WRK-MAX-CENTRO
               ADD 1 TO WRK-QTD-CENTRO
               MOVE CCU-CODIGO    TO WRK-CT-CODIGO(WRK-QTD-CENTRO)
               MOVE CCU-DESCRICAO TO WRK-CT-DESCRICAO(WRK-QTD-CENTRO)
             END-IF
             READ CCUSTOS NEXT RECORD
           END-PERFORM.
           CLOSE CCUSTOS.
       0110-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0120-CARREGAR-SALHIST: PARA CADA FUNCIONARIO, A ULTIMA
      *  MUDANCA DE SALARIO ATE O FIM DA COMPETENCIA E A PRIMEIRA
      *  DEPOIS DELA.
      *--------------------------------------------------------------
       0120-CARREGAR-SALHIST           SECTION.
           COMPUTE WRK-FIM-MES = WRK-COMPETENCIA * 100 + 31.
           CALL "CONFIG" USING
               "SALHIST_DAT         " WRK-CAMINHO-SALHIST.
           OPEN INPUT SALHIST.
           IF FS-SALHIST NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ SALHIST NEXT RECORD.
           PERFORM UNTIL FS-SALHIST NOT EQUAL 00
             MOVE 1 TO WRK-IND-FUNC
             PERFORM UNTIL WRK-IND-FUNC GREATER WRK-QTD-FUNC
               IF WRK-FT-ID(WRK-IND-FUNC) EQUAL SAL-FUNC-ID
                 PERFORM 0125-GUARDAR-MUDANCA
                 MOVE WRK-QTD-FUNC TO WRK-IND-FUNC
               END-IF
               ADD 1 TO WRK-IND-FUNC
             END-PERFORM
             READ SALHIST NEXT RECORD
           END-PERFORM.
           CLOSE SALHIST.
       0120-CARREGAR-SAIDA.
           EXIT.

       0125-GUARDAR-MUDANCA            SECTION.
           IF SAL-DATA NOT GREATER WRK-FIM-MES
             IF SAL-DATA NOT LESS WRK-FT-DATA-ANT(WRK-IND-FUNC)
               MOVE SAL-DATA   TO WRK-FT-DATA-ANT(WRK-IND-FUNC)
               MOVE SAL-DEPOIS TO WRK-FT-SAL-ANT(WRK-IND-FUNC)
             END-IF
           ELSE
             IF WRK-FT-DATA-POS(WRK-IND-FUNC) EQUAL ZEROS
                OR SAL-DATA LESS WRK-FT-DATA-POS(WRK-IND-FUNC)
               MOVE SAL-DATA   TO WRK-FT-DATA-POS(WRK-IND-FUNC)
               MOVE SAL-ANTES  TO WRK-FT-SAL-POS(WRK-IND-FUNC)
             END-IF
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE WRK-COMPETENCIA TO WRK-MES-APURADO.
           PERFORM 0250-LIMITES-DO-MES.
           MOVE 1 TO WRK-IND-FUNC.
           PERFORM 0210-APURAR-FUNCIONARIO
             UNTIL WRK-IND-FUNC GREATER WRK-QTD-FUNC.

           PERFORM 0230-APURAR-TENDENCIA.
           PERFORM 0240-IMPRIMIR-RELATORIO.

      *--------------------------------------------------------------
      *  0210-APURAR-FUNCIONARIO: MOVIMENTO DO FUNCIONARIO NO CENTRO
      *  E NA EMPRESA; QUEM FICA NO QUADRO FINAL ENTRA NO TEMPO DE
      *  CASA, NO SALARIO MEDIO E NAS FAIXAS ETARIAS.
      *--------------------------------------------------------------
       0210-APURAR-FUNCIONARIO         SECTION.
           PERFORM 0260-SITUACAO-NO-MES.
           PERFORM 0215-LOCALIZAR-CENTRO.
           IF NO-QUADRO-INICIAL
             ADD 1 TO WRK-CT-INICIAL(WRK-IND-CENTRO)
             ADD 1 TO WRK-CT-INICIAL(WRK-IND-TOTAL)
           END-IF.
           IF ADMITIDO-NO-MES
             ADD 1 TO WRK-CT-ADMITIDOS(WRK-IND-CENTRO)
             ADD 1 TO WRK-CT-ADMITIDOS(WRK-IND-TOTAL)
           END-IF.
           IF DESLIGADO-NO-MES
             ADD 1 TO WRK-CT-DESLIGADOS(WRK-IND-CENTRO)
             ADD 1 TO WRK-CT-DESLIGADOS(WRK-IND-TOTAL)
           END-IF.
           IF NOT NO-QUADRO-FINAL
             GO TO 0210-APURAR-PROXIMO
           END-IF.

           ADD 1 TO WRK-CT-FINAL(WRK-IND-CENTRO).
           ADD 1 TO WRK-CT-FINAL(WRK-IND-TOTAL).

           MOVE WRK-FT-ADMISSAO(WRK-IND-FUNC) TO WRK-DATA-AUX.
           COMPUTE WRK-MESES-ABS = WRK-DA-ANO * 12 + WRK-DA-MES - 1.
           IF WRK-MESES-ABS LESS WRK-MESES-COMP
             COMPUTE WRK-CT-SOMA-MESES(WRK-IND-CENTRO) =
                 WRK-CT-SOMA-MESES(WRK-IND-CENTRO)
                 + WRK-MESES-COMP - WRK-MESES-ABS
             COMPUTE WRK-CT-SOMA-MESES(WRK-IND-TOTAL) =
                 WRK-CT-SOMA-MESES(WRK-IND-TOTAL)
                 + WRK-MESES-COMP - WRK-MESES-ABS
           END-IF.

           EVALUATE TRUE
             WHEN WRK-FT-DATA-ANT(WRK-IND-FUNC) GREATER ZEROS
               MOVE WRK-FT-SAL-ANT(WRK-IND-FUNC) TO WRK-SAL-REF
             WHEN WRK-FT-DATA-POS(WRK-IND-FUNC) GREATER ZEROS
               MOVE WRK-FT-SAL-POS(WRK-IND-FUNC) TO WRK-SAL-REF
             WHEN OTHER
               MOVE WRK-FT-SALARIO(WRK-IND-FUNC) TO WRK-SAL-REF
           END-EVALUATE.
           ADD WRK-SAL-REF TO WRK-CT-SOMA-SALARIO(WRK-IND-CENTRO).
           ADD WRK-SAL-REF TO WRK-CT-SOMA-SALARIO(WRK-IND-TOTAL).

           EVALUATE TRUE
             WHEN WRK-FT-IDADE(WRK-IND-FUNC) LESS 25
               MOVE 1 TO WRK-IND-FAIXA
             WHEN WRK-FT-IDADE(WRK-IND-FUNC) LESS 35
               MOVE 2 TO WRK-IND-FAIXA
             WHEN WRK-FT-IDADE(WRK-IND-FUNC) LESS 45
               MOVE 3 TO WRK-IND-FAIXA
             WHEN WRK-FT-IDADE(WRK-IND-FUNC) LESS 55
               MOVE 4 TO WRK-IND-FAIXA
             WHEN OTHER
               MOVE 5 TO WRK-IND-FAIXA
           END-EVALUATE.
           ADD 1 TO WRK-CT-FAIXA(WRK-IND-CENTRO WRK-IND-FAIXA).
           ADD 1 TO WRK-CT-FAIXA(WRK-IND-TOTAL WRK-IND-FAIXA).
       0210-APURAR-PROXIMO.
           ADD 1 TO WRK-IND-FUNC.

      *    CENTRO FORA DO CADASTRO GANHA LINHA PROPRIA; SEM ESPACO NA
      *    TABELA, CAI NOS SEM CENTRO
       0215-LOCALIZAR-CENTRO           SECTION.
           MOVE "N" TO WRK-SW-CENTRO.
           MOVE 1   TO WRK-IND-CENTRO.
           PERFORM UNTIL WRK-IND-CENTRO GREATER WRK-QTD-CENTRO
                      OR CENTRO-ACHADO
             IF WRK-CT-CODIGO(WRK-IND-CENTRO)
                EQUAL WRK-FT-CENTRO(WRK-IND-FUNC)
               SET CENTRO-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-CENTRO
             END-IF
           END-PERFORM.
           IF CENTRO-ACHADO
             GO TO 0215-LOCALIZAR-SAIDA
           END-IF.
           IF WRK-QTD-CENTRO LESS WRK-MAX-CENTRO
             ADD 1 TO WRK-QTD-CENTRO
             MOVE WRK-QTD-CENTRO TO WRK-IND-CENTRO
             MOVE WRK-FT-CENTRO(WRK-IND-FUNC)
               TO WRK-CT-CODIGO(WRK-IND-CENTRO)
             MOVE "NAO CADASTRADO" TO WRK-CT-DESCRICAO(WRK-IND-CENTRO)
           ELSE
             MOVE 1 TO WRK-IND-CENTRO
           END-IF.
       0215-LOCALIZAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0230-APURAR-TENDENCIA: QUADRO E MOVIMENTO DA EMPRESA NOS 12
      *  MESES QUE TERMINAM NA COMPETENCIA.
      *--------------------------------------------------------------
       0230-APURAR-TENDENCIA           SECTION.
           INITIALIZE WRK-TAB-TENDENCIA.
           MOVE 1 TO WRK-IND-TEND.
           PERFORM UNTIL WRK-IND-TEND GREATER 12
             COMPUTE WRK-MESES-ABS =
                 WRK-MESES-COMP - 12 + WRK-IND-TEND
             DIVIDE WRK-MESES-ABS BY 12 GIVING WRK-DA-ANO
               REMAINDER WRK-DA-MES
             ADD 1 TO WRK-DA-MES
             COMPUTE WRK-MES-APURADO = WRK-DA-ANO * 100 + WRK-DA-MES
             MOVE WRK-MES-APURADO TO WRK-TD-COMPETENCIA(WRK-IND-TEND)
             PERFORM 0250-LIMITES-DO-MES
             MOVE 1 TO WRK-IND-FUNC
             PERFORM 0235-CONTAR-FUNCIONARIO
               UNTIL WRK-IND-FUNC GREATER WRK-QTD-FUNC
             ADD 1 TO WRK-IND-TEND
           END-PERFORM.

       0235-CONTAR-FUNCIONARIO         SECTION.
           PERFORM 0260-SITUACAO-NO-MES.
           IF NO-QUADRO-INICIAL
             ADD 1 TO WRK-TD-INICIAL(WRK-IND-TEND)
           END-IF.
           IF ADMITIDO-NO-MES
             ADD 1 TO WRK-TD-ADMITIDOS(WRK-IND-TEND)
           END-IF.
           IF DESLIGADO-NO-MES
             ADD 1 TO WRK-TD-DESLIGADOS(WRK-IND-TEND)
           END-IF.
           IF NO-QUADRO-FINAL
             ADD 1 TO WRK-TD-FINAL(WRK-IND-TEND)
           END-IF.
           ADD 1 TO WRK-IND-FUNC.

       0240-IMPRIMIR-RELATORIO         SECTION.
           MOVE WRK-COMPETENCIA TO WRK-CB-COMP.
           MOVE WRK-CABECALHO TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE SPACES TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE WRK-TITULOS TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE 1 TO WRK-IND-CENTRO.
           PERFORM UNTIL WRK-IND-CENTRO GREATER WRK-QTD-CENTRO
             IF WRK-CT-INICIAL(WRK-IND-CENTRO)
                + WRK-CT-ADMITIDOS(WRK-IND-CENTRO)
                + WRK-CT-DESLIGADOS(WRK-IND-CENTRO)
                + WRK-CT-FINAL(WRK-IND-CENTRO) GREATER ZEROS
               MOVE WRK-CT-CODIGO(WRK-IND-CENTRO) TO WRK-LC-CODIGO
               PERFORM 0245-LINHA-CENTRO
             END-IF
             ADD 1 TO WRK-IND-CENTRO
           END-PERFORM.
           MOVE SPACES TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE WRK-IND-TOTAL TO WRK-IND-CENTRO.
           MOVE "TOT" TO WRK-LC-CODIGO.
           PERFORM 0245-LINHA-CENTRO.

      *    FAIXAS ETARIAS DO QUADRO FINAL
           MOVE SPACES TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE "FAIXAS ETARIAS DO QUADRO FINAL" TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE WRK-TITULOS-FAIXA TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE 1 TO WRK-IND-CENTRO.
           PERFORM UNTIL WRK-IND-CENTRO GREATER WRK-QTD-CENTRO
             IF WRK-CT-FINAL(WRK-IND-CENTRO) GREATER ZEROS
               MOVE WRK-CT-CODIGO(WRK-IND-CENTRO) TO WRK-LF-CODIGO
               PERFORM 0247-LINHA-FAIXA
             END-IF
             ADD 1 TO WRK-IND-CENTRO
           END-PERFORM.
           MOVE WRK-IND-TOTAL TO WRK-IND-CENTRO.
           MOVE "TOT" TO WRK-LF-CODIGO.
           PERFORM 0247-LINHA-FAIXA.

      *    TENDENCIA DO TURNOVER DA EMPRESA
           MOVE SPACES TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE "TENDENCIA DO TURNOVER - ULTIMOS 12 MESES"
             TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE WRK-TITULOS-TEND TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.
           MOVE 1 TO WRK-IND-TEND.
           PERFORM UNTIL WRK-IND-TEND GREATER 12
             MOVE WRK-TD-INICIAL(WRK-IND-TEND)    TO WRK-CALC-INI
             MOVE WRK-TD-ADMITIDOS(WRK-IND-TEND)  TO WRK-CALC-ADM
             MOVE WRK-TD-DESLIGADOS(WRK-IND-TEND) TO WRK-CALC-DESL
             MOVE WRK-TD-FINAL(WRK-IND-TEND)      TO WRK-CALC-FIN
             PERFORM 0270-CALCULAR-TURNOVER
             MOVE WRK-TD-COMPETENCIA(WRK-IND-TEND) TO WRK-LD-COMP
             MOVE WRK-CALC-INI  TO WRK-LD-INICIAL
             MOVE WRK-CALC-ADM  TO WRK-LD-ADMIT
             MOVE WRK-CALC-DESL TO WRK-LD-DESLIG
             MOVE WRK-CALC-FIN  TO WRK-LD-FINAL
             MOVE WRK-TURNOVER  TO WRK-LD-TURNOVER
             MOVE WRK-LINHA-TEND TO REG-HEADCOUNT
             WRITE REG-HEADCOUNT
             ADD 1 TO WRK-IND-TEND
           END-PERFORM.

       0245-LINHA-CENTRO               SECTION.
           MOVE WRK-CT-INICIAL(WRK-IND-CENTRO)    TO WRK-CALC-INI.
           MOVE WRK-CT-ADMITIDOS(WRK-IND-CENTRO)  TO WRK-CALC-ADM.
           MOVE WRK-CT-DESLIGADOS(WRK-IND-CENTRO) TO WRK-CALC-DESL.
           MOVE WRK-CT-FINAL(WRK-IND-CENTRO)      TO WRK-CALC-FIN.
           PERFORM 0270-CALCULAR-TURNOVER.
           MOVE ZEROS TO WRK-TEMPO-MEDIO WRK-SALARIO-MEDIO.
           IF WRK-CALC-FIN GREATER ZEROS
             COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                 WRK-CT-SOMA-MESES(WRK-IND-CENTRO)
                 / (WRK-CALC-FIN * 12)
             COMPUTE WRK-SALARIO-MEDIO ROUNDED =
                 WRK-CT-SOMA-SALARIO(WRK-IND-CENTRO) / WRK-CALC-FIN
           END-IF.
           MOVE WRK-CT-DESCRICAO(WRK-IND-CENTRO) TO WRK-LC-DESCRICAO.
           MOVE WRK-CALC-INI      TO WRK-LC-INICIAL.
           MOVE WRK-CALC-ADM      TO WRK-LC-ADMIT.
           MOVE WRK-CALC-DESL     TO WRK-LC-DESLIG.
           MOVE WRK-CALC-FIN      TO WRK-LC-FINAL.
           MOVE WRK-TURNOVER      TO WRK-LC-TURNOVER.
           MOVE WRK-TEMPO-MEDIO   TO WRK-LC-TEMPO.
           MOVE WRK-SALARIO-MEDIO TO WRK-LC-SALARIO.
           MOVE WRK-LINHA-CENTRO TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.

       0247-LINHA-FAIXA                SECTION.
           MOVE SPACES TO WRK-LINHA-FAIXA.
           MOVE WRK-CT-DESCRICAO(WRK-IND-CENTRO) TO WRK-LF-DESCRICAO.
           MOVE 1 TO WRK-IND-FAIXA.
           PERFORM UNTIL WRK-IND-FAIXA GREATER 5
             MOVE WRK-CT-FAIXA(WRK-IND-CENTRO WRK-IND-FAIXA)
               TO WRK-LF-QTD(WRK-IND-FAIXA)
             ADD 1 TO WRK-IND-FAIXA
           END-PERFORM.
           MOVE WRK-LINHA-FAIXA TO REG-HEADCOUNT.
           WRITE REG-HEADCOUNT.

      *--------------------------------------------------------------
      *  0250-LIMITES-DO-MES: PRIMEIRO E ULTIMO DIA DE WRK-MES-APURADO.
      *--------------------------------------------------------------
       0250-LIMITES-DO-MES             SECTION.
           COMPUTE WRK-INI-MES = WRK-MES-APURADO * 100 + 1.
           COMPUTE WRK-FIM-MES = WRK-MES-APURADO * 100 + 31.

      *--------------------------------------------------------------
      *  0260-SITUACAO-NO-MES: QUADRO INICIAL = ADMITIDO ANTES DO MES
      *  E NAO DESLIGADO ANTES DELE; QUADRO FINAL = ADMITIDO ATE O FIM
      *  DO MES E NAO DESLIGADO NELE (INICIAL + ADMITIDOS -
      *  DESLIGADOS).
      *--------------------------------------------------------------
       0260-SITUACAO-NO-MES            SECTION.
           MOVE "N" TO WRK-SW-INICIAL WRK-SW-ADMITIDO
                       WRK-SW-DESLIGADO WRK-SW-FINAL.
           IF WRK-FT-ADMISSAO(WRK-IND-FUNC) LESS WRK-INI-MES
              AND (WRK-FT-DEMISSAO(WRK-IND-FUNC) EQUAL ZEROS
                OR WRK-FT-DEMISSAO(WRK-IND-FUNC) NOT LESS WRK-INI-MES)
             SET NO-QUADRO-INICIAL TO TRUE
           END-IF.
           IF WRK-FT-ADMISSAO(WRK-IND-FUNC) NOT LESS WRK-INI-MES
              AND WRK-FT-ADMISSAO(WRK-IND-FUNC)
                  NOT GREATER WRK-FIM-MES
             SET ADMITIDO-NO-MES TO TRUE
           END-IF.
           IF WRK-FT-DEMISSAO(WRK-IND-FUNC) NOT LESS WRK-INI-MES
              AND WRK-FT-DEMISSAO(WRK-IND-FUNC)
                  NOT GREATER WRK-FIM-MES
             SET DESLIGADO-NO-MES TO TRUE
           END-IF.
           IF WRK-FT-ADMISSAO(WRK-IND-FUNC) NOT GREATER WRK-FIM-MES
              AND (WRK-FT-DEMISSAO(WRK-IND-FUNC) EQUAL ZEROS
                OR WRK-FT-DEMISSAO(WRK-IND-FUNC) GREATER WRK-FIM-MES)
             SET NO-QUADRO-FINAL TO TRUE
           END-IF.

      *    (ADMITIDOS + DESLIGADOS) / 2 SOBRE O QUADRO MEDIO
       0270-CALCULAR-TURNOVER          SECTION.
           MOVE ZEROS TO WRK-TURNOVER.
           IF WRK-CALC-INI + WRK-CALC-FIN GREATER ZEROS
             COMPUTE WRK-TURNOVER ROUNDED =
                 (WRK-CALC-ADM + WRK-CALC-DESL) * 100
                 / (WRK-CALC-INI + WRK-CALC-FIN)
               ON SIZE ERROR
                 MOVE 999,99 TO WRK-TURNOVER
             END-COMPUTE
           END-IF.

           COPY "CAMFUNCP.cpy".
           COPY "CAMCCUP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE HEADCOUNT.
               DISPLAY "FUNCIONARIOS NO CADASTRO: " WRK-QTD-FUNC.
               DISPLAY "QUADRO FINAL............: "
                       WRK-CT-FINAL(WRK-IND-TOTAL).
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-HEADCOUNT.
               MOVE "PROGRAMA96" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-CT-FINAL(WRK-IND-TOTAL) TO LOG-QTD.
               MOVE WRK-QTD-FUNC TO LOG-QTD-LIDOS.
               MOVE "HEADCOUNT E TURNOVER" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
