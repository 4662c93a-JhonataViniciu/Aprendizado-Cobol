       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA97.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: PROVISAO MENSAL DE FERIAS E 13 SALARIO - PASSO
      *==           SEGUINTE A FOLHA DA COMPETENCIA. PARA CADA
      *==           FUNCIONARIO APURA O SALDO DEVIDO NO FIM DO MES:
      *==           FERIAS = DIAS ADQUIRIDOS (2,5 POR MES DE CASA
      *==           DESDE A ADMISSAO, FRACAO DE 15 DIAS CONTA O MES)
      *==           MENOS OS DIAS JA PAGOS NO FERIAS.DAT, A
      *==           SALARIO/30 COM O TERCO; 13 = AVOS DO ANO
      *==           CIVIL. A DIFERENCA PARA O SALDO DA COMPETENCIA
      *==           ANTERIOR (PROVISAO.DAT) E LANCADA NA EXPORTACAO
      *==           CONTABIL (EXPCONT.DAT, JUNTO DAS LINHAS DA
      *==           FOLHA) COM OS ENCARGOS PATRONAIS (INSS 20% E
      *==           FGTS 8%). A PROVISAO E BAIXADA QUANDO A FOLHA DO
      *==           PROGRAMA19 PAGA AS FERIAS (AGENDAMENTO MARCADO
      *==           COMO PAGO NA COMPETENCIA) OU O 13 (FOLHA DE
      *==           DEZEMBRO, FOLHARES.DAT) E QUANDO O PROGRAMA25
      *==           QUITA A RESCISAO (RESCRES.DAT). DESLIGADO AINDA
      *==           SEM TERMO FICA COM O SALDO CONGELADO. EMITE O
      *==           SALDO POR FUNCIONARIO PELO RELGER E REGISTRA A
      *==           EXECUCAO NO BATCHLOG. RERODAR A COMPETENCIA
      *==           SUBSTITUI O SALDO E OS LANCAMENTOS DELA.
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

           SELECT FERIAS ASSIGN TO WRK-CAMINHO-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FERIAS.

           SELECT FOLHARES ASSIGN TO WRK-CAMINHO-FOLHARES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHARES.

           SELECT RESCRES ASSIGN TO WRK-CAMINHO-RESCRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESCRES.

           SELECT PROVISAO ASSIGN TO WRK-CAMINHO-PROVISAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVISAO.

           SELECT PRVWORK ASSIGN TO WRK-CAMINHO-PRVWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRVWORK.

           SELECT EXPCONT ASSIGN TO WRK-CAMINHO-EXPCONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPCONT.

           SELECT EXPWORK ASSIGN TO WRK-CAMINHO-EXPWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPWORK.

           SELECT RELPROV ASSIGN TO WRK-CAMINHO-RELPROV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELPROV.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".

       FD  FERIAS.
           COPY "FERIAS.cpy".

       FD  FOLHARES.
           COPY "FOLHARES.cpy".

       FD  RESCRES.
           COPY "RESCRES.cpy".

       FD  PROVISAO.
           COPY "PROVISAO.cpy".

       FD  PRVWORK.
       01  REG-PRVWORK                 PIC X(120).

      *    MESMO LAYOUT DA EXPORTACAO GRAVADA PELO PROGRAMA19
       FD  EXPCONT.
       01  REG-EXPCONT.
           05 EXP-COMPETENCIA          PIC 9(06).
           05 FILLER                   PIC X(01).
           05 EXP-CONTA                PIC 9(05).
           05 FILLER                   PIC X(01).
           05 EXP-NATUREZA             PIC X(01).
           05 FILLER                   PIC X(01).
           05 EXP-VALOR                PIC 9(10)V99.
           05 FILLER                   PIC X(01).
           05 EXP-DESCRICAO            PIC X(30).

       FD  EXPWORK.
       01  REG-EXPWORK                 PIC X(60).

       FD  RELPROV.
       01  REG-RELPROV                 PIC X(132).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMFER.cpy".
           COPY "CAMFLR.cpy".
           COPY "CAMRES.cpy".
           COPY "CAMPRV.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
           COPY "RELGER.cpy".
       77  FS-FUNCIONARIOS            PIC 9(02)        VALUE ZEROS.
       77  FS-FERIAS                  PIC 9(02)        VALUE ZEROS.
       77  FS-FOLHARES                PIC 9(02)        VALUE ZEROS.
       77  FS-RESCRES                 PIC 9(02)        VALUE ZEROS.
       77  FS-PROVISAO                PIC 9(02)        VALUE ZEROS.
       77  FS-PRVWORK                 PIC 9(02)        VALUE ZEROS.
       77  FS-EXPCONT                 PIC 9(02)        VALUE ZEROS.
       77  FS-EXPWORK                 PIC 9(02)        VALUE ZEROS.
       77  FS-RELPROV                 PIC 9(02)        VALUE ZEROS.
       77  FS-BATCHLOG                PIC 9(02)        VALUE ZEROS.
       77  WRK-CAMINHO-PRVWORK        PIC X(100)       VALUE
           "C:/COBOL/DADOS/PRVWORK.DAT.txt".
       77  WRK-CAMINHO-EXPCONT        PIC X(100)       VALUE
           "C:/COBOL/DADOS/EXPCONT.DAT.txt".
       77  WRK-CAMINHO-EXPWORK        PIC X(100)       VALUE
           "C:/COBOL/DADOS/EXPWORK.DAT.txt".
       77  WRK-CAMINHO-RELPROV        PIC X(100)       VALUE SPACES.

      *--------------- COMPETENCIA DA PROVISAO ------------------------
       01  WRK-COMPETENCIA            PIC 9(06)        VALUE ZEROS.
       01  WRK-COMPETENCIA-RED REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO            PIC 9(04).
           05 WRK-COMP-MES            PIC 9(02).
       77  WRK-FIM-MES                PIC 9(08)        VALUE ZEROS.
       77  WRK-DATA-SISTEMA           PIC 9(08)        VALUE ZEROS.
       01  WRK-ADMISSAO               PIC 9(08)        VALUE ZEROS.
       01  WRK-ADMISSAO-RED REDEFINES WRK-ADMISSAO.
           05 WRK-ADM-ANO             PIC 9(04).
           05 WRK-ADM-MES             PIC 9(02).
           05 WRK-ADM-DIA             PIC 9(02).
       77  WRK-SW-POSTERIOR           PIC X(01)        VALUE "N".
           88 HA-COMPETENCIA-POSTERIOR                 VALUE "S".

      *--------------- FUNCIONARIOS E O QUE SE SABE DE CADA UM --------
       01  WRK-TAB-FUNC.
           05 WRK-FT-ITEM OCCURS 1000 TIMES.
              10 WRK-FT-ID            PIC 9(04).
              10 WRK-FT-NOME          PIC X(08).
              10 WRK-FT-SALARIO       PIC 9(08)V99.
              10 WRK-FT-ADMISSAO      PIC 9(08).
              10 WRK-FT-DEMISSAO      PIC 9(08).
      *       SALDO DA COMPETENCIA ANTERIOR MAIS RECENTE
              10 WRK-FT-ANT-COMP      PIC 9(06).
              10 WRK-FT-ANT-FERIAS    PIC 9(08)V99.
              10 WRK-FT-ANT-13        PIC 9(08)V99.
      *       FERIAS PAGAS ATE A COMPETENCIA E NELA
              10 WRK-FT-DIAS-GOZADOS  PIC 9(04).
              10 WRK-FT-DIAS-PAGOS    PIC 9(03).
      *       13 PAGO NA FOLHA DE DEZEMBRO
              10 WRK-FT-SW-13         PIC X(01).
                 88 FT-13-PAGO                         VALUE "S".
              10 WRK-FT-PAGO-13       PIC 9(08)V99.
      *       TERMO DE RESCISAO EMITIDO PELO PROGRAMA25
              10 WRK-FT-SW-TERMO      PIC X(01).
                 88 FT-TEM-TERMO                       VALUE "S".
              10 WRK-FT-RSC-FERIAS    PIC 9(08)V99.
              10 WRK-FT-RSC-13        PIC 9(08)V99.
       77  WRK-QTD-FUNC               PIC 9(04)        VALUE ZEROS.
       77  WRK-MAX-FUNC               PIC 9(04)        VALUE 1000.
       77  WRK-IND-FUNC               PIC 9(04)        VALUE ZEROS.
       77  WRK-SW-FUNC                PIC X(01)        VALUE "N".
           88 FUNCIONARIO-ACHADO                       VALUE "S".
       77  WRK-ID-BUSCA               PIC 9(04)        VALUE ZEROS.

      *--------------- CALCULO DO FUNCIONARIO --------------------------
       77  WRK-MESES-CASA             PIC S9(04)       VALUE ZEROS.
       77  WRK-DIAS-ADQUIRIDOS        PIC 9(04)V9      VALUE ZEROS.
       77  WRK-DIAS-SALDO             PIC S9(04)V9     VALUE ZEROS.
       77  WRK-MESES-13               PIC 9(02)        VALUE ZEROS.
       77  WRK-SALDO-FERIAS           PIC 9(08)V99     VALUE ZEROS.
       77  WRK-SALDO-13               PIC 9(08)V99     VALUE ZEROS.
       77  WRK-BAIXA-FERIAS           PIC 9(08)V99     VALUE ZEROS.
       77  WRK-BAIXA-13               PIC 9(08)V99     VALUE ZEROS.
       77  WRK-CONST-FERIAS           PIC S9(08)V99    VALUE ZEROS.
       77  WRK-CONST-13               PIC S9(08)V99    VALUE ZEROS.
       77  WRK-ENCARGOS               PIC 9(08)V99     VALUE ZEROS.
       77  WRK-VALOR-PAGO             PIC 9(08)V99     VALUE ZEROS.
       77  WRK-SITUACAO               PIC X(01)        VALUE SPACES.
       77  WRK-PCT-INSS-PATRONAL      PIC 9V99         VALUE 0,20.
       77  WRK-PCT-FGTS               PIC 9V99         VALUE 0,08.

      *--------------- TOTAIS E LANCAMENTOS ----------------------------
       77  WRK-TOT-SALDO-FERIAS       PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-SALDO-13           PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-ENCARGOS           PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-BAIXA-FERIAS       PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-BAIXA-13           PIC 9(10)V99     VALUE ZEROS.
       77  WRK-TOT-CONST-FERIAS       PIC S9(10)V99    VALUE ZEROS.
       77  WRK-TOT-CONST-13           PIC S9(10)V99    VALUE ZEROS.
       77  WRK-ENC-BASE               PIC S9(10)V99    VALUE ZEROS.
       77  WRK-ENC-INSS               PIC S9(10)V99    VALUE ZEROS.
       77  WRK-ENC-FGTS               PIC S9(10)V99    VALUE ZEROS.
       77  WRK-LANC-VALOR             PIC S9(10)V99    VALUE ZEROS.
       77  WRK-LANC-DEBITO            PIC 9(05)        VALUE ZEROS.
       77  WRK-LANC-CREDITO           PIC 9(05)        VALUE ZEROS.
       77  WRK-LANC-DESCRICAO         PIC X(30)        VALUE SPACES.
       77  WRK-QTD-LANCAMENTOS        PIC 9(04)        VALUE ZEROS.
       77  WRK-TOTAL-ED               PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *--------------- BALANCE DO LOTE ---------------------------------
       77  WRK-ACUM-LIDOS             PIC 9(04)        VALUE ZEROS.
       77  WRK-ACUM-PROVISIONADOS     PIC 9(04)        VALUE ZEROS.
       77  WRK-ACUM-PULADOS           PIC 9(04)        VALUE ZEROS.

      *--------------- LAYOUT DO SALDO POR FUNCIONARIO -----------------
       01  WRK-CABECALHO.
           05 FILLER          PIC X(48) VALUE
              "SALDO DAS PROVISOES DE FERIAS E 13 - COMPETENCIA".
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-CB-COMP     PIC 9(06).
       01  WRK-TITULOS.
           05 FILLER          PIC X(14) VALUE "FUNC NOME".
           05 FILLER          PIC X(10) VALUE "SIT DIAS".
           05 FILLER          PIC X(14) VALUE " SALDO FERIAS".
           05 FILLER          PIC X(17) VALUE " AVOS   SALDO 13".
           05 FILLER          PIC X(14) VALUE "     ENCARGOS".
           05 FILLER          PIC X(14) VALUE "   BAIXA MES".
           05 FILLER          PIC X(15) VALUE "   CONSTITUICAO".
       01  WRK-LINHA-DET.
           05 WRK-LD-FUNC-ID  PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME     PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-DIAS     PIC ZZ9,9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO-FER PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-MESES    PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO-13 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-ENCARGOS PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-BAIXA    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-CONST    PIC -ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO   PIC X(30).
           05 WRK-LT-VALOR    PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-LEGENDA.
           05 FILLER          PIC X(62) VALUE
              "SIT: A = ATIVO  R = RESCISAO QUITADA  T = DESLIGADO SEM T
      -       "ERMO".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DA PROVISAO (AAAAMM, 0 = ATUAL)... "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
             DISPLAY "COMPETENCIA INVALIDA - " WRK-COMPETENCIA
             GOBACK
           END-IF.

      *    COMPETENCIA FECHADA NAO RECEBE LANCAMENTO - A RECUSA VEM
      *    ANTES DE MEXER NO PROVISAO.DAT E NA EXPORTACAO
           MOVE WRK-COMPETENCIA TO PRS-COMPETENCIA.
           CALL "PERIODO" USING WRK-AREA-PERIODO.
           IF PRS-FECHADA
             DISPLAY "COMPETENCIA " WRK-COMPETENCIA " JA ESTA "
                     "FECHADA - PROVISAO NAO SERA CALCULADA"
             GOBACK
           END-IF.

           COMPUTE WRK-FIM-MES = WRK-COMPETENCIA * 100 + 31.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           CALL "CONFIG" USING
               "PRVWORK_DAT         " WRK-CAMINHO-PRVWORK.
           CALL "CONFIG" USING
               "EXPCONT_DAT         " WRK-CAMINHO-EXPCONT.
           CALL "CONFIG" USING
               "EXPWORK_DAT         " WRK-CAMINHO-EXPWORK.

           PERFORM 0110-CARREGAR-FUNCIONARIOS.
           PERFORM 0115-CARREGAR-SALDOS.
           PERFORM 0120-CARREGAR-FERIAS.
           IF WRK-COMP-MES EQUAL 12
             PERFORM 0125-CARREGAR-13-PAGO
           END-IF.
           PERFORM 0135-CARREGAR-RESCISOES.

      *    O SALDO DA COMPETENCIA SAI DO ARQUIVO ANTES DE SER
      *    REGRAVADO - RERODAR SUBSTITUI EM VEZ DE DUPLICAR
           PERFORM 0145-EXPURGAR-PROVISAO.
           OPEN EXTEND PROVISAO.
           IF FS-PROVISAO EQUAL 35
             OPEN OUTPUT PROVISAO
           END-IF.
           IF FS-PROVISAO NOT EQUAL 0
             DISPLAY "SALDO DAS PROVISOES NAO FOI ABERTO - STATUS "
                     FS-PROVISAO
             GOBACK
           END-IF.

           MOVE "PROVISOES" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELPROV.
           OPEN OUTPUT RELPROV.
           IF FS-RELPROV NOT EQUAL 0
             DISPLAY "RELATORIO DE PROVISOES NAO FOI ABERTO - "
                     "STATUS " FS-RELPROV
             CLOSE PROVISAO
             GOBACK
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-CB-COMP.
           MOVE WRK-CABECALHO TO REG-RELPROV.
           WRITE REG-RELPROV.
           MOVE SPACES TO REG-RELPROV.
           WRITE REG-RELPROV.
           MOVE WRK-TITULOS TO REG-RELPROV.
           WRITE REG-RELPROV.

       0110-CARREGAR-FUNCIONARIOS      SECTION.
           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GOBACK
           END-IF.
           INITIALIZE WRK-TAB-FUNC.
           READ FUNCIONARIOS NEXT RECORD.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
             IF WRK-QTD-FUNC LESS WRK-MAX-FUNC
               ADD 1 TO WRK-QTD-FUNC
               MOVE FUNC-ID       TO WRK-FT-ID(WRK-QTD-FUNC)
               MOVE FUNC-NOME     TO WRK-FT-NOME(WRK-QTD-FUNC)
               MOVE FUNC-SALARIO  TO WRK-FT-SALARIO(WRK-QTD-FUNC)
               MOVE FUNC-ADMISSAO TO WRK-FT-ADMISSAO(WRK-QTD-FUNC)
               IF FUNC-DEMISSAO IS NUMERIC
                 MOVE FUNC-DEMISSAO TO WRK-FT-DEMISSAO(WRK-QTD-FUNC)
               END-IF
             ELSE
               DISPLAY "CADASTRO ALEM DE " WRK-MAX-FUNC
                       " FUNCIONARIOS - ID " FUNC-ID " SEM PROVISAO"
             END-IF
             READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.
           CLOSE FUNCIONARIOS.

      *--------------------------------------------------------------
      *  0115-CARREGAR-SALDOS: SALDO DA COMPETENCIA ANTERIOR MAIS
      *  RECENTE DE CADA FUNCIONARIO. COMPETENCIA POSTERIOR JA
      *  PROVISIONADA E AVISADA - ELA PRECISA SER RERODADA DEPOIS.
      *--------------------------------------------------------------
       0115-CARREGAR-SALDOS            SECTION.
           PERFORM 0140-OBTER-CAMINHO-PROVISAO.
           OPEN INPUT PROVISAO.
           IF FS-PROVISAO NOT EQUAL 0
             GO TO 0115-CARREGAR-SAIDA
           END-IF.
           READ PROVISAO NEXT RECORD.
           PERFORM UNTIL FS-PROVISAO NOT EQUAL 00
             IF PRV-COMPETENCIA GREATER WRK-COMPETENCIA
               SET HA-COMPETENCIA-POSTERIOR TO TRUE
             END-IF
             IF PRV-COMPETENCIA LESS WRK-COMPETENCIA
               MOVE PRV-FUNC-ID TO WRK-ID-BUSCA
               PERFORM 0150-LOCALIZAR-FUNCIONARIO
               IF FUNCIONARIO-ACHADO
                  AND PRV-COMPETENCIA
                      NOT LESS WRK-FT-ANT-COMP(WRK-IND-FUNC)
                 MOVE PRV-COMPETENCIA
                   TO WRK-FT-ANT-COMP(WRK-IND-FUNC)
                 MOVE PRV-SALDO-FERIAS
                   TO WRK-FT-ANT-FERIAS(WRK-IND-FUNC)
                 MOVE PRV-SALDO-13
                   TO WRK-FT-ANT-13(WRK-IND-FUNC)
               END-IF
             END-IF
             READ PROVISAO NEXT RECORD
           END-PERFORM.
           CLOSE PROVISAO.
           IF HA-COMPETENCIA-POSTERIOR
             DISPLAY "*** HA PROVISAO DE COMPETENCIA POSTERIOR A "
                     WRK-COMPETENCIA " - RERODE AS SEGUINTES ***"
           END-IF.
       0115-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0120-CARREGAR-FERIAS: DIAS DE FERIAS JA PAGOS PELA FOLHA
      *  ATE A COMPETENCIA (CONSOMEM O SALDO ADQUIRIDO) E OS PAGOS
      *  NELA (BAIXAM A PROVISAO).
      *--------------------------------------------------------------
       0120-CARREGAR-FERIAS            SECTION.
           PERFORM 0155-OBTER-CAMINHO-FERIAS.
           OPEN INPUT FERIAS.
           IF FS-FERIAS NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ FERIAS NEXT RECORD.
           PERFORM UNTIL FS-FERIAS NOT EQUAL 00
             IF FER-PAGA
                AND FER-COMPETENCIA NOT GREATER WRK-COMPETENCIA
               MOVE FER-FUNC-ID TO WRK-ID-BUSCA
               PERFORM 0150-LOCALIZAR-FUNCIONARIO
               IF FUNCIONARIO-ACHADO
                 ADD FER-DIAS TO WRK-FT-DIAS-GOZADOS(WRK-IND-FUNC)
                 IF FER-COMPETENCIA EQUAL WRK-COMPETENCIA
                   ADD FER-DIAS TO WRK-FT-DIAS-PAGOS(WRK-IND-FUNC)
                 END-IF
               END-IF
             END-IF
             READ FERIAS NEXT RECORD
           END-PERFORM.
           CLOSE FERIAS.
       0120-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0125-CARREGAR-13-PAGO: NA FOLHA DE DEZEMBRO O 13 DO RESUMO
      *  NUMERICO E O PAGAMENTO DO ANO - BAIXA A PROVISAO DO 13. SEM
      *  A FOLHA DE DEZEMBRO RODADA, O MES PROVISIONA NORMALMENTE.
      *--------------------------------------------------------------
       0125-CARREGAR-13-PAGO           SECTION.
           PERFORM 0156-OBTER-CAMINHO-FOLHARES.
           OPEN INPUT FOLHARES.
           IF FS-FOLHARES NOT EQUAL 0
             DISPLAY "RESUMO DA FOLHA NAO FOI ABERTO - 13 DE "
                     "DEZEMBRO SEM BAIXA"
             GO TO 0125-CARREGAR-SAIDA
           END-IF.
           READ FOLHARES NEXT RECORD.
           PERFORM UNTIL FS-FOLHARES NOT EQUAL 00
             IF FLR-COMPETENCIA EQUAL WRK-COMPETENCIA
               MOVE FLR-FUNC-ID TO WRK-ID-BUSCA
               PERFORM 0150-LOCALIZAR-FUNCIONARIO
               IF FUNCIONARIO-ACHADO
                 MOVE "S" TO WRK-FT-SW-13(WRK-IND-FUNC)
                 MOVE FLR-13-BRUTO TO WRK-FT-PAGO-13(WRK-IND-FUNC)
               END-IF
             END-IF
             READ FOLHARES NEXT RECORD
           END-PERFORM.
           CLOSE FOLHARES.
       0125-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0135-CARREGAR-RESCISOES: ULTIMO TERMO DE CADA DESLIGAMENTO
      *  ATE O FIM DA COMPETENCIA, COM AS FERIAS E O 13 QUITADOS.
      *--------------------------------------------------------------
       0135-CARREGAR-RESCISOES         SECTION.
           PERFORM 0175-OBTER-CAMINHO-RESCRES.
           OPEN INPUT RESCRES.
           IF FS-RESCRES NOT EQUAL 0
             GO TO 0135-CARREGAR-SAIDA
           END-IF.
           READ RESCRES NEXT RECORD.
           PERFORM UNTIL FS-RESCRES NOT EQUAL 00
             IF RSC-DEMISSAO NOT GREATER WRK-FIM-MES
               MOVE RSC-FUNC-ID TO WRK-ID-BUSCA
               PERFORM 0150-LOCALIZAR-FUNCIONARIO
               IF FUNCIONARIO-ACHADO
                 MOVE "S" TO WRK-FT-SW-TERMO(WRK-IND-FUNC)
                 MOVE RSC-FERIAS TO WRK-FT-RSC-FERIAS(WRK-IND-FUNC)
                 MOVE RSC-DECIMO TO WRK-FT-RSC-13(WRK-IND-FUNC)
               END-IF
             END-IF
             READ RESCRES NEXT RECORD
           END-PERFORM.
           CLOSE RESCRES.
       0135-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0145-EXPURGAR-PROVISAO: TIRA DO PROVISAO.DAT AS LINHAS DA
      *  COMPETENCIA (VIA ARQUIVO DE TRABALHO PRVWORK).
      *--------------------------------------------------------------
       0145-EXPURGAR-PROVISAO          SECTION.
           OPEN INPUT PROVISAO.
           IF FS-PROVISAO NOT EQUAL 0
             GO TO 0145-EXPURGAR-SAIDA
           END-IF.

           OPEN OUTPUT PRVWORK.
           IF FS-PRVWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DAS PROVISOES NAO FOI "
                     "ABERTO - STATUS " FS-PRVWORK
             CLOSE PROVISAO
             GO TO 0145-EXPURGAR-SAIDA
           END-IF.

           READ PROVISAO NEXT RECORD.
           PERFORM UNTIL FS-PROVISAO NOT EQUAL 00
             IF PRV-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               MOVE REG-PROVISAO TO REG-PRVWORK
               WRITE REG-PRVWORK
             END-IF
             READ PROVISAO NEXT RECORD
           END-PERFORM.
           CLOSE PROVISAO.
           CLOSE PRVWORK.

           OPEN INPUT PRVWORK.
           OPEN OUTPUT PROVISAO.
           READ PRVWORK NEXT RECORD.
           PERFORM UNTIL FS-PRVWORK NOT EQUAL 00
             MOVE REG-PRVWORK TO REG-PROVISAO
             WRITE REG-PROVISAO
             READ PRVWORK NEXT RECORD
           END-PERFORM.
           CLOSE PRVWORK.
           CLOSE PROVISAO.

       0145-EXPURGAR-SAIDA.
           EXIT.

       0150-LOCALIZAR-FUNCIONARIO      SECTION.
           MOVE "N" TO WRK-SW-FUNC.
           MOVE 1   TO WRK-IND-FUNC.
           PERFORM UNTIL WRK-IND-FUNC GREATER WRK-QTD-FUNC
                      OR FUNCIONARIO-ACHADO
             IF WRK-FT-ID(WRK-IND-FUNC) EQUAL WRK-ID-BUSCA
               SET FUNCIONARIO-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-FUNC
             END-IF
           END-PERFORM.

           COPY "CAMFUNCP.cpy".
           COPY "CAMFERP.cpy".
           COPY "CAMFLRP.cpy".
           COPY "CAMRESP.cpy".
           COPY "CAMPRVP.cpy".

       0200-PROCESSAR                  SECTION.
           MOVE 1 TO WRK-IND-FUNC.
           PERFORM UNTIL WRK-IND-FUNC GREATER WRK-QTD-FUNC
             ADD 1 TO WRK-ACUM-LIDOS
             PERFORM 0210-PROVISIONAR-FUNCIONARIO
             ADD 1 TO WRK-IND-FUNC
           END-PERFORM.

           PERFORM 0250-LANCAR-PROVISOES.

      *--------------------------------------------------------------
      *  0210-PROVISIONAR-FUNCIONARIO: SALDO NOVO, BAIXA DO MES E
      *  CONSTITUICAO (SALDO NOVO - SALDO ANTERIOR + BAIXA).
      *  ADMITIDO DEPOIS DA COMPETENCIA E DESLIGADO JA SEM SALDO SAO
      *  PULADOS.
      *--------------------------------------------------------------
       0210-PROVISIONAR-FUNCIONARIO    SECTION.
           IF WRK-FT-ADMISSAO(WRK-IND-FUNC) GREATER WRK-FIM-MES
             ADD 1 TO WRK-ACUM-PULADOS
             GO TO 0210-PROVISIONAR-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-DIAS-SALDO WRK-MESES-13
                         WRK-SALDO-FERIAS WRK-SALDO-13
                         WRK-BAIXA-FERIAS WRK-BAIXA-13.

           IF WRK-FT-DEMISSAO(WRK-IND-FUNC) GREATER ZEROS
              AND WRK-FT-DEMISSAO(WRK-IND-FUNC)
                  NOT GREATER WRK-FIM-MES
             IF WRK-FT-ANT-FERIAS(WRK-IND-FUNC)
                + WRK-FT-ANT-13(WRK-IND-FUNC) EQUAL ZEROS
               ADD 1 TO WRK-ACUM-PULADOS
               GO TO 0210-PROVISIONAR-SAIDA
             END-IF
             PERFORM 0230-APURAR-DESLIGADO
           ELSE
             MOVE "A" TO WRK-SITUACAO
             PERFORM 0215-APURAR-FERIAS
             PERFORM 0220-APURAR-13
           END-IF.

           COMPUTE WRK-CONST-FERIAS =
               WRK-SALDO-FERIAS - WRK-FT-ANT-FERIAS(WRK-IND-FUNC)
               + WRK-BAIXA-FERIAS.
           COMPUTE WRK-CONST-13 =
               WRK-SALDO-13 - WRK-FT-ANT-13(WRK-IND-FUNC)
               + WRK-BAIXA-13.
           COMPUTE WRK-ENCARGOS ROUNDED =
               (WRK-SALDO-FERIAS + WRK-SALDO-13)
               * (WRK-PCT-INSS-PATRONAL + WRK-PCT-FGTS).

           ADD WRK-SALDO-FERIAS TO WRK-TOT-SALDO-FERIAS.
           ADD WRK-SALDO-13     TO WRK-TOT-SALDO-13.
           ADD WRK-ENCARGOS     TO WRK-TOT-ENCARGOS.
           ADD WRK-BAIXA-FERIAS TO WRK-TOT-BAIXA-FERIAS.
           ADD WRK-BAIXA-13     TO WRK-TOT-BAIXA-13.
           ADD WRK-CONST-FERIAS TO WRK-TOT-CONST-FERIAS.
           ADD WRK-CONST-13     TO WRK-TOT-CONST-13.
           ADD 1 TO WRK-ACUM-PROVISIONADOS.

           PERFORM 0240-GRAVAR-SALDO.
       0210-PROVISIONAR-SAIDA.
           EXIT.

      *    FERIAS: 2,5 DIAS POR MES DE CASA (O MES DA ADMISSAO CONTA
      *    SE FORAM 15 DIAS OU MAIS) MENOS OS DIAS JA PAGOS, A
      *    SALARIO/30 COM O TERCO CONSTITUCIONAL
       0215-APURAR-FERIAS              SECTION.
           MOVE WRK-FT-ADMISSAO(WRK-IND-FUNC) TO WRK-ADMISSAO.
           COMPUTE WRK-MESES-CASA =
               (WRK-COMP-ANO * 12 + WRK-COMP-MES)
               - (WRK-ADM-ANO * 12 + WRK-ADM-MES).
           IF WRK-ADM-DIA NOT GREATER 16
             ADD 1 TO WRK-MESES-CASA
           END-IF.
           IF WRK-MESES-CASA LESS ZEROS
             MOVE ZEROS TO WRK-MESES-CASA
           END-IF.
           COMPUTE WRK-DIAS-ADQUIRIDOS = WRK-MESES-CASA * 2,5.
           COMPUTE WRK-DIAS-SALDO =
               WRK-DIAS-ADQUIRIDOS - WRK-FT-DIAS-GOZADOS(WRK-IND-FUNC).
           IF WRK-DIAS-SALDO LESS ZEROS
             MOVE ZEROS TO WRK-DIAS-SALDO
           END-IF.
           COMPUTE WRK-SALDO-FERIAS ROUNDED =
               WRK-DIAS-SALDO * WRK-FT-SALARIO(WRK-IND-FUNC) / 30
               * 4 / 3.

      *    FERIAS PAGAS NA FOLHA DA COMPETENCIA BAIXAM O QUE ESTAVA
      *    PROVISIONADO (NUNCA MAIS DO QUE O SALDO ANTERIOR)
           IF WRK-FT-DIAS-PAGOS(WRK-IND-FUNC) GREATER ZEROS
             COMPUTE WRK-VALOR-PAGO ROUNDED =
                 WRK-FT-DIAS-PAGOS(WRK-IND-FUNC)
                 * WRK-FT-SALARIO(WRK-IND-FUNC) / 30 * 4 / 3
             IF WRK-VALOR-PAGO GREATER WRK-FT-ANT-FERIAS(WRK-IND-FUNC)
               MOVE WRK-FT-ANT-FERIAS(WRK-IND-FUNC) TO WRK-BAIXA-FERIAS
             ELSE
               MOVE WRK-VALOR-PAGO TO WRK-BAIXA-FERIAS
             END-IF
           END-IF.

      *    13: AVOS DO ANO CIVIL ATE A COMPETENCIA, A PARTIR DA
      *    ADMISSAO QUANDO ELA CAI NO ANO (MESMA CONTA DA FOLHA). NA
      *    FOLHA DE DEZEMBRO O 13 E PAGO E O SALDO ZERA
       0220-APURAR-13                  SECTION.
           IF WRK-COMP-MES EQUAL 12
              AND FT-13-PAGO(WRK-IND-FUNC)
             IF WRK-FT-PAGO-13(WRK-IND-FUNC)
                GREATER WRK-FT-ANT-13(WRK-IND-FUNC)
               MOVE WRK-FT-ANT-13(WRK-IND-FUNC) TO WRK-BAIXA-13
             ELSE
               MOVE WRK-FT-PAGO-13(WRK-IND-FUNC) TO WRK-BAIXA-13
             END-IF
             GO TO 0220-APURAR-SAIDA
           END-IF.
           MOVE WRK-FT-ADMISSAO(WRK-IND-FUNC) TO WRK-ADMISSAO.
           IF WRK-ADM-ANO EQUAL WRK-COMP-ANO
             COMPUTE WRK-MESES-13 = WRK-COMP-MES - WRK-ADM-MES + 1
           ELSE
             MOVE WRK-COMP-MES TO WRK-MESES-13
           END-IF.
           COMPUTE WRK-SALDO-13 ROUNDED =
               WRK-FT-SALARIO(WRK-IND-FUNC) * WRK-MESES-13 / 12.
       0220-APURAR-SAIDA.
           EXIT.

      *    DESLIGADO: COM O TERMO DO PROGRAMA25 A PROVISAO E BAIXADA
      *    PELO QUE A RESCISAO QUITOU E O RESTO E REVERTIDO; SEM O
      *    TERMO, O SALDO FICA CONGELADO ATE A QUITACAO
       0230-APURAR-DESLIGADO           SECTION.
           IF NOT FT-TEM-TERMO(WRK-IND-FUNC)
             MOVE "T" TO WRK-SITUACAO
             MOVE WRK-FT-ANT-FERIAS(WRK-IND-FUNC) TO WRK-SALDO-FERIAS
             MOVE WRK-FT-ANT-13(WRK-IND-FUNC)     TO WRK-SALDO-13
             GO TO 0230-APURAR-SAIDA
           END-IF.
           MOVE "R" TO WRK-SITUACAO.
           IF WRK-FT-RSC-FERIAS(WRK-IND-FUNC)
              GREATER WRK-FT-ANT-FERIAS(WRK-IND-FUNC)
             MOVE WRK-FT-ANT-FERIAS(WRK-IND-FUNC) TO WRK-BAIXA-FERIAS
           ELSE
             MOVE WRK-FT-RSC-FERIAS(WRK-IND-FUNC) TO WRK-BAIXA-FERIAS
           END-IF.
           IF WRK-FT-RSC-13(WRK-IND-FUNC)
              GREATER WRK-FT-ANT-13(WRK-IND-FUNC)
             MOVE WRK-FT-ANT-13(WRK-IND-FUNC) TO WRK-BAIXA-13
           ELSE
             MOVE WRK-FT-RSC-13(WRK-IND-FUNC) TO WRK-BAIXA-13
           END-IF.
       0230-APURAR-SAIDA.
           EXIT.

       0240-GRAVAR-SALDO               SECTION.
           MOVE WRK-COMPETENCIA            TO PRV-COMPETENCIA.
           MOVE WRK-FT-ID(WRK-IND-FUNC)    TO PRV-FUNC-ID.
           MOVE WRK-SITUACAO               TO PRV-SITUACAO.
           MOVE WRK-DIAS-SALDO             TO PRV-DIAS-FERIAS.
           MOVE WRK-SALDO-FERIAS           TO PRV-SALDO-FERIAS.
           MOVE WRK-MESES-13               TO PRV-MESES-13.
           MOVE WRK-SALDO-13               TO PRV-SALDO-13.
           MOVE WRK-ENCARGOS               TO PRV-ENCARGOS.
           MOVE WRK-BAIXA-FERIAS           TO PRV-BAIXA-FERIAS.
           MOVE WRK-BAIXA-13               TO PRV-BAIXA-13.
           MOVE WRK-CONST-FERIAS           TO PRV-CONST-FERIAS.
           MOVE WRK-CONST-13               TO PRV-CONST-13.
           MOVE WRK-DATA-SISTEMA           TO PRV-DATA-CALC.
           WRITE REG-PROVISAO.

           MOVE WRK-FT-ID(WRK-IND-FUNC)    TO WRK-LD-FUNC-ID.
           MOVE WRK-FT-NOME(WRK-IND-FUNC)  TO WRK-LD-NOME.
           MOVE WRK-SITUACAO               TO WRK-LD-SITUACAO.
           MOVE WRK-DIAS-SALDO             TO WRK-LD-DIAS.
           MOVE WRK-SALDO-FERIAS           TO WRK-LD-SALDO-FER.
           MOVE WRK-MESES-13               TO WRK-LD-MESES.
           MOVE WRK-SALDO-13               TO WRK-LD-SALDO-13.
           MOVE WRK-ENCARGOS               TO WRK-LD-ENCARGOS.
           COMPUTE WRK-LD-BAIXA = WRK-BAIXA-FERIAS + WRK-BAIXA-13.
           COMPUTE WRK-LD-CONST = WRK-CONST-FERIAS + WRK-CONST-13.
           MOVE WRK-LINHA-DET TO REG-RELPROV.
           WRITE REG-RELPROV.

      *--------------------------------------------------------------
      *  0250-LANCAR-PROVISOES: TIRA DA EXPORTACAO CONTABIL OS
      *  LANCAMENTOS DE PROVISAO JA GRAVADOS PARA A COMPETENCIA E
      *  ACRESCENTA OS DESTA RODADA, DEPOIS DAS LINHAS DA FOLHA.
      *     21107 PROVISAO DE FERIAS      31105 DESPESA PROV. FERIAS
      *     21108 PROVISAO DE 13 SALARIO  31106 DESPESA PROV. 13
      *     21109 INSS S/ PROVISOES       31107 ENCARGOS S/ PROVISOES
      *     21110 FGTS S/ PROVISOES
      *--------------------------------------------------------------
       0250-LANCAR-PROVISOES           SECTION.
           PERFORM 0255-EXPURGAR-EXPORTACAO.
           OPEN EXTEND EXPCONT.
           IF FS-EXPCONT EQUAL 35
             OPEN OUTPUT EXPCONT
           END-IF.
           IF FS-EXPCONT NOT EQUAL 0
             DISPLAY "EXPORTACAO CONTABIL NAO FOI ABERTA - STATUS "
                     FS-EXPCONT " - PROVISAO SEM LANCAMENTO"
             GO TO 0250-LANCAR-SAIDA
           END-IF.

      *    CONSTITUICAO DO MES (NEGATIVA = REVERSAO DO EXCESSO)
           MOVE WRK-TOT-CONST-FERIAS TO WRK-LANC-VALOR.
           MOVE 31105 TO WRK-LANC-DEBITO.
           MOVE 21107 TO WRK-LANC-CREDITO.
           MOVE "PROVISAO DE FERIAS" TO WRK-LANC-DESCRICAO.
           PERFORM 0260-GRAVAR-PARTIDAS.

           MOVE WRK-TOT-CONST-13 TO WRK-LANC-VALOR.
           MOVE 31106 TO WRK-LANC-DEBITO.
           MOVE 21108 TO WRK-LANC-CREDITO.
           MOVE "PROVISAO DE 13 SALARIO" TO WRK-LANC-DESCRICAO.
           PERFORM 0260-GRAVAR-PARTIDAS.

      *    BAIXA PELO PAGAMENTO (FOLHA) OU QUITACAO (RESCISAO)
           MOVE WRK-TOT-BAIXA-FERIAS TO WRK-LANC-VALOR.
           MOVE 21107 TO WRK-LANC-DEBITO.
           MOVE 31105 TO WRK-LANC-CREDITO.
           MOVE "BAIXA PROVISAO DE FERIAS" TO WRK-LANC-DESCRICAO.
           PERFORM 0260-GRAVAR-PARTIDAS.

           MOVE WRK-TOT-BAIXA-13 TO WRK-LANC-VALOR.
           MOVE 21108 TO WRK-LANC-DEBITO.
           MOVE 31106 TO WRK-LANC-CREDITO.
           MOVE "BAIXA PROVISAO DE 13 SALARIO" TO WRK-LANC-DESCRICAO.
           PERFORM 0260-GRAVAR-PARTIDAS.

      *    ENCARGOS PATRONAIS SOBRE A CONSTITUICAO E SOBRE A BAIXA
           COMPUTE WRK-ENC-BASE =
               WRK-TOT-CONST-FERIAS + WRK-TOT-CONST-13.
           PERFORM 0265-CALCULAR-ENCARGOS.
           MOVE WRK-ENC-INSS TO WRK-LANC-VALOR.
           MOVE 31107 TO WRK-LANC-DEBITO.
           MOVE 21109 TO WRK-LANC-CREDITO.
           MOVE "INSS S/ PROVISOES" TO WRK-LANC-DESCRICAO.
           PERFORM 0260-GRAVAR-PARTIDAS.
           MOVE WRK-ENC-FGTS TO WRK-LANC-VALOR.
           MOVE 31107 TO WRK-LANC-DEBITO.
           MOVE 21110 TO WRK-LANC-CREDITO.
           MOVE "FGTS S/ PROVISOES" TO WRK-LANC-DESCRICAO.
           PERFORM 0260-GRAVAR-PARTIDAS.

           COMPUTE WRK-ENC-BASE =
               WRK-TOT-BAIXA-FERIAS + WRK-TOT-BAIXA-13.
           PERFORM 0265-CALCULAR-ENCARGOS.
           MOVE WRK-ENC-INSS TO WRK-LANC-VALOR.
           MOVE 21109 TO WRK-LANC-DEBITO.
           MOVE 31107 TO WRK-LANC-CREDITO.
           MOVE "BAIXA INSS S/ PROVISOES" TO WRK-LANC-DESCRICAO.
           PERFORM 0260-GRAVAR-PARTIDAS.
           MOVE WRK-ENC-FGTS TO WRK-LANC-VALOR.
           MOVE 21110 TO WRK-LANC-DEBITO.
           MOVE 31107 TO WRK-LANC-CREDITO.
           MOVE "BAIXA FGTS S/ PROVISOES" TO WRK-LANC-DESCRICAO.
           PERFORM 0260-GRAVAR-PARTIDAS.

           CLOSE EXPCONT.
           DISPLAY "LANCAMENTOS DE PROVISAO NA EXPORTACAO: "
                   WRK-QTD-LANCAMENTOS.
       0250-LANCAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0255-EXPURGAR-EXPORTACAO: COPIA A EXPORTACAO PARA O ARQUIVO
      *  DE TRABALHO SEM AS CONTAS DE PROVISAO DA COMPETENCIA E
      *  DEVOLVE - AS LINHAS DA FOLHA FICAM COMO ESTAVAM.
      *--------------------------------------------------------------
       0255-EXPURGAR-EXPORTACAO        SECTION.
           OPEN INPUT EXPCONT.
           IF FS-EXPCONT NOT EQUAL 0
             GO TO 0255-EXPURGAR-SAIDA
           END-IF.
           OPEN OUTPUT EXPWORK.
           IF FS-EXPWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DA EXPORTACAO NAO FOI "
                     "ABERTO - STATUS " FS-EXPWORK
             CLOSE EXPCONT
             GO TO 0255-EXPURGAR-SAIDA
           END-IF.
           READ EXPCONT NEXT RECORD.
           PERFORM UNTIL FS-EXPCONT NOT EQUAL 00
             IF EXP-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                OR (EXP-CONTA NOT EQUAL 21107 AND 21108 AND 21109
                    AND 21110 AND 31105 AND 31106 AND 31107)
               MOVE REG-EXPCONT TO REG-EXPWORK
               WRITE REG-EXPWORK
             END-IF
             READ EXPCONT NEXT RECORD
           END-PERFORM.
           CLOSE EXPCONT.
           CLOSE EXPWORK.

           OPEN INPUT EXPWORK.
           OPEN OUTPUT EXPCONT.
           READ EXPWORK NEXT RECORD.
           PERFORM UNTIL FS-EXPWORK NOT EQUAL 00
             MOVE REG-EXPWORK TO REG-EXPCONT
             WRITE REG-EXPCONT
             READ EXPWORK NEXT RECORD
           END-PERFORM.
           CLOSE EXPWORK.
           CLOSE EXPCONT.
       0255-EXPURGAR-SAIDA.
           EXIT.

      *    UM PAR DEBITO/CREDITO; VALOR NEGATIVO INVERTE AS PARTIDAS
       0260-GRAVAR-PARTIDAS            SECTION.
           IF WRK-LANC-VALOR EQUAL ZEROS
             GO TO 0260-GRAVAR-SAIDA
           END-IF.
           MOVE WRK-LANC-DESCRICAO TO EXP-DESCRICAO.
           IF WRK-LANC-VALOR LESS ZEROS
             COMPUTE EXP-VALOR = WRK-LANC-VALOR * -1
             MOVE WRK-LANC-CREDITO TO EXP-CONTA
           ELSE
             MOVE WRK-LANC-VALOR   TO EXP-VALOR
             MOVE WRK-LANC-DEBITO  TO EXP-CONTA
           END-IF.
           MOVE "D" TO EXP-NATUREZA.
           PERFORM 0270-GRAVAR-LINHA-EXPORT.
           IF WRK-LANC-VALOR LESS ZEROS
             MOVE WRK-LANC-DEBITO  TO EXP-CONTA
           ELSE
             MOVE WRK-LANC-CREDITO TO EXP-CONTA
           END-IF.
           MOVE "C" TO EXP-NATUREZA.
           PERFORM 0270-GRAVAR-LINHA-EXPORT.
       0260-GRAVAR-SAIDA.
           EXIT.

       0265-CALCULAR-ENCARGOS          SECTION.
           COMPUTE WRK-ENC-INSS ROUNDED =
               WRK-ENC-BASE * WRK-PCT-INSS-PATRONAL.
           COMPUTE WRK-ENC-FGTS ROUNDED =
               WRK-ENC-BASE * WRK-PCT-FGTS.

       0270-GRAVAR-LINHA-EXPORT        SECTION.
           MOVE WRK-COMPETENCIA TO EXP-COMPETENCIA.
           MOVE ";" TO REG-EXPCONT(7:1).
           MOVE ";" TO REG-EXPCONT(13:1).
           MOVE ";" TO REG-EXPCONT(15:1).
           MOVE ";" TO REG-EXPCONT(28:1).
           WRITE REG-EXPCONT.
           ADD 1 TO WRK-QTD-LANCAMENTOS.

       0300-FINALIZAR                  SECTION.
               CLOSE PROVISAO.
               MOVE SPACES TO REG-RELPROV.
               WRITE REG-RELPROV.
               MOVE "SALDO PROVISAO DE FERIAS....." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-SALDO-FERIAS TO WRK-LT-VALOR.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "SALDO PROVISAO DE 13........." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-SALDO-13 TO WRK-LT-VALOR.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "ENCARGOS S/ OS SALDOS........" TO WRK-LT-ROTULO.
               MOVE WRK-TOT-ENCARGOS TO WRK-LT-VALOR.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "CONSTITUICAO FERIAS NO MES..." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-CONST-FERIAS TO WRK-LT-VALOR.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "CONSTITUICAO 13 NO MES......." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-CONST-13 TO WRK-LT-VALOR.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "BAIXA FERIAS NO MES.........." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-BAIXA-FERIAS TO WRK-LT-VALOR.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "BAIXA 13 NO MES.............." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-BAIXA-13 TO WRK-LT-VALOR.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE SPACES TO REG-RELPROV.
               WRITE REG-RELPROV.
               MOVE WRK-LINHA-LEGENDA TO REG-RELPROV.
               WRITE REG-RELPROV.
               CLOSE RELPROV.

               DISPLAY "FUNCIONARIOS LIDOS......: " WRK-ACUM-LIDOS.
               DISPLAY "PROVISIONADOS...........: "
                       WRK-ACUM-PROVISIONADOS.
               DISPLAY "PULADOS.................: " WRK-ACUM-PULADOS.
               DISPLAY "SALDO DAS PROVISOES EM " WRK-CAMINHO-RELPROV.

               MOVE "PROGRAMA97" TO LOG-JOB.
               MOVE WRK-ACUM-PROVISIONADOS TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-PULADOS TO LOG-QTD-REJEITADOS.
               COMPUTE LOG-HASH =
                   WRK-TOT-SALDO-FERIAS + WRK-TOT-SALDO-13.
               IF WRK-ACUM-LIDOS EQUAL
                    WRK-ACUM-PROVISIONADOS + WRK-ACUM-PULADOS
                 MOVE "S" TO LOG-STATUS
                 MOVE "S" TO LOG-BALANCE
               ELSE
                 MOVE "E" TO LOG-STATUS
                 MOVE "F" TO LOG-BALANCE
               END-IF.
               MOVE "PROVISAO DE FERIAS E 13 SALARIO" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

       0310-GRAVAR-TOTAL               SECTION.
               MOVE WRK-LINHA-TOT TO REG-RELPROV.
               WRITE REG-RELPROV.

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
