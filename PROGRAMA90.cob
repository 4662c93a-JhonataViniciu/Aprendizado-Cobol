       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA90.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: RODADA DO ADIANTAMENTO QUINZENAL (DIA 20) POR
      *==           COMPETENCIA - CALCULA O ADIANTAMENTO DE CADA
      *==           FUNCIONARIO ATIVO SOBRE O FUNC-SALARIO PELA REGRA
      *==           DO ADTREGRA.DAT (PERCENTUAL OU VALOR FIXO, FUN013;
      *==           SEM REGRA VALE O PERCENTUAL PADRAO DA CONFIG
      *==           ADIANT_PCT, 40%). FICAM DE FORA OS DESLIGADOS, OS
      *==           ADMITIDOS DEPOIS DA DATA DO ADIANTAMENTO (CONFIG
      *==           ADIANT_DIA, DIA 20) E QUEM ESTA DE FERIAS NESSA
      *==           DATA OU TEM FERIAS PAGAS NA COMPETENCIA. GERA A
      *==           REMESSA PENDENTE PROPRIA (ADTPEND.DAT, MESMO
      *==           LAYOUT DA REMESSA DE SALARIOS) QUE SO VAI AO BANCO
      *==           NA APROVACAO DO PROGRAMA61, A LISTAGEM DE
      *==           CONFERENCIA (RELADT.DAT) E AS LINHAS DO
      *==           ADIANTAM.DAT QUE O PROGRAMA19 DESCONTA NO
      *==           HOLERITE DO MES. O CONTROLE DE RODADAS PROPRIO
      *==           (ADTCTL.DAT, LAYOUT DO FOLHACTL) IMPEDE RERODAR
      *==           ADIANTAMENTO JA APROVADO. REGISTRA A EXECUCAO NO
      *==           BATCHLOG.
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

           SELECT ADTREGRA ASSIGN TO WRK-CAMINHO-ADTREGRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADTREGRA.

           SELECT FERIAS ASSIGN TO WRK-CAMINHO-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FERIAS.

           SELECT ADIANTAM ASSIGN TO WRK-CAMINHO-ADIANTAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADIANTAM.

           SELECT ADTWORK ASSIGN TO WRK-CAMINHO-ADTWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADTWORK.

           SELECT REMESSA ASSIGN TO WRK-CAMINHO-ADTPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSA.

           SELECT CONFERENCIA ASSIGN TO WRK-CAMINHO-RELADT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFERENCIA.

           SELECT ADTCTL ASSIGN TO WRK-CAMINHO-ADTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADTCTL.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".

       FD  ADTREGRA.
           COPY "ADTREGRA.cpy".

       FD  FERIAS.
           COPY "FERIAS.cpy".

       FD  ADIANTAM.
           COPY "ADIANTAM.cpy".

       FD  ADTWORK.
       01  REG-ADTWORK                 PIC X(39).

       FD  REMESSA.
       01  REG-REMESSA                 PIC X(60).

       FD  CONFERENCIA.
       01  REG-CONFERENCIA             PIC X(80).

       FD  ADTCTL.
           COPY "FOLHACTL.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMFER.cpy".
           COPY "CAMADT.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
           COPY "OPESSAO.cpy".
       77  FS-FUNCIONARIOS            PIC 9(02)        VALUE ZEROS.
       77  FS-ADTREGRA                PIC 9(02)        VALUE ZEROS.
       77  FS-FERIAS                  PIC 9(02)        VALUE ZEROS.
       77  FS-ADIANTAM                PIC 9(02)        VALUE ZEROS.
       77  FS-ADTWORK                 PIC 9(02)        VALUE ZEROS.
       77  FS-REMESSA                 PIC 9(02)        VALUE ZEROS.
       77  FS-CONFERENCIA             PIC 9(02)        VALUE ZEROS.
       77  FS-ADTCTL                  PIC 9(02)        VALUE ZEROS.
       77  FS-BATCHLOG                PIC 9(02)        VALUE ZEROS.

      *--------------- CAMINHOS DAS SAIDAS DO ADIANTAMENTO -------------
       77  WRK-CAMINHO-ADTREGRA       PIC X(100)       VALUE
           "C:/COBOL/DADOS/ADTREGRA.DAT.txt".
       77  WRK-CAMINHO-ADTWORK        PIC X(100)       VALUE
           "C:/COBOL/DADOS/ADTWORK.DAT.txt".
       77  WRK-CAMINHO-ADTPEND        PIC X(100)       VALUE
           "C:/COBOL/DADOS/ADTPEND.DAT.txt".
       77  WRK-CAMINHO-RELADT         PIC X(100)       VALUE
           "C:/COBOL/DADOS/RELADT.DAT.txt".
       77  WRK-CAMINHO-ADTCTL         PIC X(100)       VALUE
           "C:/COBOL/DADOS/ADTCTL.DAT.txt".

      *--------------- PARAMETROS (CONFIG ADIANT_PCT / ADIANT_DIA) -----
       77  WRK-CFG-PCT                PIC X(100)       VALUE "40".
       77  WRK-CFG-DIA                PIC X(100)       VALUE "20".
       77  WRK-PCT-PADRAO             PIC 9(03)V99     VALUE 40.
       77  WRK-DIA-ADIANT             PIC 9(02)        VALUE 20.
       77  WRK-COMPETENCIA            PIC 9(06)        VALUE ZEROS.
       77  WRK-DATA-ADIANT            PIC 9(08)        VALUE ZEROS.
       77  WRK-DATA-HOJE              PIC 9(08)        VALUE ZEROS.

      *--------------- CONTROLE DA RODADA DA COMPETENCIA ---------------
       01  WRK-TAB-CONTROLE.
           05 WRK-CTL-REG OCCURS 100 TIMES PIC X(43).
       77  WRK-QTD-CONTROLES          PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-CONTROLES          PIC 9(03)        VALUE 100.
       77  WRK-IND-CTL                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-CTL                 PIC X(01)        VALUE "N".
           88 CONTROLE-ACHADO                          VALUE "S".
       77  WRK-STATUS-RODADA          PIC X(01)        VALUE SPACES.
       77  WRK-LIB-RERODADA           PIC X(01)        VALUE SPACES.

      *--------------- REGRA VIGENTE POR FUNCIONARIO -------------------
       01  WRK-TAB-REGRAS.
           05 WRK-RGR-ITEM OCCURS 300 TIMES.
              10 WRK-RGR-ID     PIC 9(04).
              10 WRK-RGR-TIPO   PIC X(01).
              10 WRK-RGR-PERC   PIC 9(03)V99.
              10 WRK-RGR-VALOR  PIC 9(08)V99.
       77  WRK-QTD-REGRAS             PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-REGRAS             PIC 9(03)        VALUE 300.
       77  WRK-IND-RGR                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-RGR                 PIC X(01)        VALUE "N".
           88 REGRA-ACHADA                             VALUE "S".

      *--------------- FUNCIONARIOS DE FERIAS NO ADIANTAMENTO ----------
       01  WRK-TAB-FERIAS.
           05 WRK-FER-ID OCCURS 200 TIMES PIC 9(04).
       77  WRK-QTD-FER                PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-FER                PIC 9(03)        VALUE 200.
       77  WRK-IND-FER                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-FER                 PIC X(01)        VALUE "N".
           88 FUNCIONARIO-DE-FERIAS                    VALUE "S".

      *--- CALCULO DE DIAS (SERIAL DE DIAS CORRIDOS) ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO       PIC 9(04).
           05 WRK-DS-MES       PIC 9(02).
           05 WRK-DS-DIA       PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL          PIC 9(08)    VALUE ZEROS.
       77  WRK-SERIAL-ADIANT   PIC 9(08)    VALUE ZEROS.
       77  WRK-RESTO-ANO       PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS     PIC 9(03) OCCURS 12 TIMES.

      *--------------- REMESSA BANCARIA DOS ADIANTAMENTOS --------------
       01  WRK-REM-HEADER.
           05 FILLER                  PIC X(01) VALUE "0".
           05 WRK-RH-DATA             PIC 9(08).
           05 FILLER                  PIC X(16) VALUE
              "REMESSA ADIANTAM".
           05 FILLER                  PIC X(35) VALUE SPACES.
       01  WRK-REM-DETALHE.
           05 FILLER                  PIC X(01) VALUE "1".
           05 WRK-RD-BANCO            PIC 9(03).
           05 WRK-RD-AGENCIA          PIC 9(04).
           05 WRK-RD-CONTA            PIC X(10).
           05 WRK-RD-FUNC-ID          PIC 9(04).
           05 WRK-RD-NOME             PIC X(08).
           05 WRK-RD-VALOR            PIC 9(10)V99.
           05 FILLER                  PIC X(18) VALUE SPACES.
       01  WRK-REM-TRAILER.
           05 FILLER                  PIC X(01) VALUE "9".
           05 WRK-RT-QTD              PIC 9(06).
           05 WRK-RT-TOTAL            PIC 9(12)V99.
           05 FILLER                  PIC X(39) VALUE SPACES.
       77  WRK-REM-QTD                PIC 9(06)        VALUE ZEROS.
       77  WRK-REM-TOTAL              PIC 9(12)V99     VALUE ZEROS.

       01  WRK-LINHA-CONF.
           05 WRK-CF-FUNC-ID          PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-CF-NOME             PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-CF-BANCO            PIC 9(03).
           05 FILLER                  PIC X(01) VALUE "/".
           05 WRK-CF-AGENCIA          PIC 9(04).
           05 FILLER                  PIC X(01) VALUE "/".
           05 WRK-CF-CONTA            PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-CF-VALOR            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-CF-REGRA            PIC X(12).
       01  WRK-LINHA-FORA.
           05 WRK-FR-FUNC-ID          PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-FR-NOME             PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SEM ADIANT".
           05 FILLER                  PIC X(03) VALUE " - ".
           05 WRK-FR-MOTIVO           PIC X(30).
       01  WRK-LINHA-TOTAL.
           05 FILLER                  PIC X(16) VALUE
              "TOTAL A PAGAR:  ".
           05 WRK-LT-QTD              PIC ZZZ.ZZ9.
           05 FILLER                  PIC X(14) VALUE
              " FUNCIONARIOS ".
           05 WRK-LT-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.

      *--------------- CALCULO DO FUNCIONARIO EM PROCESSO --------------
       77  WRK-VALOR-ADIANT           PIC 9(08)V99     VALUE ZEROS.
       77  WRK-MOTIVO                 PIC X(30)        VALUE SPACES.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-LIDOS             PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-PAGOS             PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-FORA              PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DO ADIANTAMENTO (AAAAMM, 0 = ATUAL) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.

      *    COMPETENCIA FECHADA E RECUSADA ANTES DE QUALQUER OPEN
      *    OUTPUT, COMO NA FOLHA DO PROGRAMA19
           MOVE WRK-COMPETENCIA TO PRS-COMPETENCIA.
           CALL "PERIODO" USING WRK-AREA-PERIODO.
           IF PRS-FECHADA
             DISPLAY "COMPETENCIA " WRK-COMPETENCIA " JA ESTA "
                     "FECHADA - ADIANTAMENTO NAO SERA PROCESSADO"
             GOBACK
           END-IF.

           CALL "CONFIG" USING
               "ADIANT_PCT          " WRK-CFG-PCT.
           IF WRK-CFG-PCT(1:2) IS NUMERIC
              AND WRK-CFG-PCT(1:2) NOT EQUAL "00"
             MOVE WRK-CFG-PCT(1:2) TO WRK-PCT-PADRAO
           END-IF.
           CALL "CONFIG" USING
               "ADIANT_DIA          " WRK-CFG-DIA.
           IF WRK-CFG-DIA(1:2) IS NUMERIC
              AND WRK-CFG-DIA(1:2) NOT EQUAL "00"
              AND WRK-CFG-DIA(1:2) NOT GREATER "28"
             MOVE WRK-CFG-DIA(1:2) TO WRK-DIA-ADIANT
           END-IF.
           COMPUTE WRK-DATA-ADIANT =
               WRK-COMPETENCIA * 100 + WRK-DIA-ADIANT.
           MOVE WRK-DATA-ADIANT TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-ADIANT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *    ADIANTAMENTO JA APROVADO FOI PAGO PELO BANCO - NAO RERODA;
      *    CONCLUIDO AINDA PENDENTE SO RERODA COM O SUPERVISOR
           PERFORM 0110-CONSULTAR-CONTROLE.
           IF WRK-STATUS-RODADA EQUAL 'A'
             DISPLAY "ADIANTAMENTO DA COMPETENCIA " WRK-COMPETENCIA
                     " JA FOI APROVADO E PAGO - RODADA RECUSADA"
             GOBACK
           END-IF.
           IF WRK-STATUS-RODADA EQUAL 'I'
             DISPLAY "ATENCAO: RODADA ANTERIOR DO ADIANTAMENTO DA "
                     "COMPETENCIA " WRK-COMPETENCIA " NAO TERMINOU"
           END-IF.
           IF WRK-STATUS-RODADA EQUAL 'C'
             DISPLAY "ADIANTAMENTO DA COMPETENCIA " WRK-COMPETENCIA
                     " JA FOI GERADO E AGUARDA APROVACAO"
             DISPLAY "SUPERVISOR CONFIRMA A RERODADA? (S/N) "
               ACCEPT WRK-LIB-RERODADA
             IF WRK-LIB-RERODADA NOT EQUAL "S"
                AND WRK-LIB-RERODADA NOT EQUAL "s"
               DISPLAY "ADIANTAMENTO NAO SERA RERODADO"
               GOBACK
             END-IF
           END-IF.

           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GOBACK
           END-IF.

           MOVE 'I' TO WRK-STATUS-RODADA.
           PERFORM 0115-GRAVAR-CONTROLE.

           PERFORM 0120-CARREGAR-REGRAS.
           PERFORM 0134-CARREGAR-FERIAS.

           PERFORM 0157-OBTER-CAMINHO-ADIANTAM.
           PERFORM 0140-EXPURGAR-COMPETENCIA.
           OPEN EXTEND ADIANTAM.
           IF FS-ADIANTAM EQUAL 35
             OPEN OUTPUT ADIANTAM
           END-IF.
           IF FS-ADIANTAM NOT EQUAL 0
             DISPLAY "ARQUIVO DE ADIANTAMENTOS NAO FOI ABERTO - "
                     "STATUS " FS-ADIANTAM
             CLOSE FUNCIONARIOS
             GOBACK
           END-IF.

           CALL "CONFIG" USING
               "ADTPEND_DAT         " WRK-CAMINHO-ADTPEND.
           CALL "CONFIG" USING
               "RELADT_DAT          " WRK-CAMINHO-RELADT.
           OPEN OUTPUT REMESSA.
           IF FS-REMESSA NOT EQUAL 0
             DISPLAY "REMESSA DE ADIANTAMENTO NAO FOI ABERTA - "
                     "STATUS " FS-REMESSA
             CLOSE FUNCIONARIOS
             CLOSE ADIANTAM
             GOBACK
           END-IF.
           OPEN OUTPUT CONFERENCIA.
           IF FS-CONFERENCIA NOT EQUAL 0
             DISPLAY "LISTAGEM DE CONFERENCIA NAO FOI ABERTA"
             CLOSE FUNCIONARIOS
             CLOSE ADIANTAM
             CLOSE REMESSA
             GOBACK
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-RH-DATA.
           MOVE WRK-REM-HEADER TO REG-REMESSA.
           WRITE REG-REMESSA.

           MOVE SPACES TO REG-CONFERENCIA.
           STRING "CONFERENCIA DO ADIANTAMENTO QUINZENAL - "
                  "COMPETENCIA " WRK-COMPETENCIA
             DELIMITED BY SIZE INTO REG-CONFERENCIA
           END-STRING.
           WRITE REG-CONFERENCIA.
           MOVE SPACES TO REG-CONFERENCIA.
           STRING "DATA DO ADIANTAMENTO " WRK-DATA-ADIANT
                  " - PERCENTUAL PADRAO " WRK-CFG-PCT(1:2) "%"
             DELIMITED BY SIZE INTO REG-CONFERENCIA
           END-STRING.
           WRITE REG-CONFERENCIA.
           MOVE SPACES TO REG-CONFERENCIA.
           WRITE REG-CONFERENCIA.

      *--------------------------------------------------------------
      *  0110-CONSULTAR-CONTROLE: CARREGA O CONTROLE DE RODADAS DO
      *  ADIANTAMENTO E DEVOLVE EM WRK-STATUS-RODADA O ESTADO DA
      *  COMPETENCIA (BRANCO = NUNCA RODOU).
      *--------------------------------------------------------------
       0110-CONSULTAR-CONTROLE         SECTION.
           MOVE SPACES TO WRK-STATUS-RODADA.
           MOVE ZEROS  TO WRK-QTD-CONTROLES.
           CALL "CONFIG" USING
               "ADTCTL_DAT          " WRK-CAMINHO-ADTCTL.
           OPEN INPUT ADTCTL.
           IF FS-ADTCTL NOT EQUAL 0
             GO TO 0110-CONSULTAR-SAIDA
           END-IF.
           READ ADTCTL NEXT RECORD.
           PERFORM UNTIL FS-ADTCTL NOT EQUAL 00
             IF WRK-QTD-CONTROLES LESS WRK-MAX-CONTROLES
               ADD 1 TO WRK-QTD-CONTROLES
               MOVE REG-FOLHACTL
                 TO WRK-CTL-REG(WRK-QTD-CONTROLES)
             END-IF
             IF CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
               MOVE CTL-STATUS TO WRK-STATUS-RODADA
             END-IF
             READ ADTCTL NEXT RECORD
           END-PERFORM.
           CLOSE ADTCTL.
       0110-CONSULTAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0115-GRAVAR-CONTROLE: GRAVA (OU SUBSTITUI) A LINHA DA
      *  COMPETENCIA NO CONTROLE COM O STATUS EM WRK-STATUS-RODADA,
      *  REGRAVANDO O ARQUIVO COMPLETO.
      *--------------------------------------------------------------
       0115-GRAVAR-CONTROLE            SECTION.
           MOVE WRK-COMPETENCIA   TO CTL-COMPETENCIA.
           MOVE WRK-STATUS-RODADA TO CTL-STATUS.
           IF WRK-SESSAO-OPERADOR NOT EQUAL SPACES
             MOVE WRK-SESSAO-OPERADOR TO CTL-OPERADOR
           ELSE
             MOVE "ADIANTAMENTO EM LOTE" TO CTL-OPERADOR
           END-IF.
           ACCEPT CTL-DATA FROM DATE YYYYMMDD.
           ACCEPT CTL-HORA FROM TIME.

           MOVE 1   TO WRK-IND-CTL.
           MOVE "N" TO WRK-SW-CTL.
           PERFORM 0116-LOCALIZAR-CONTROLE
             UNTIL WRK-IND-CTL GREATER WRK-QTD-CONTROLES
                OR CONTROLE-ACHADO.
           IF CONTROLE-ACHADO
             MOVE REG-FOLHACTL TO WRK-CTL-REG(WRK-IND-CTL)
           ELSE
             IF WRK-QTD-CONTROLES LESS WRK-MAX-CONTROLES
               ADD 1 TO WRK-QTD-CONTROLES
               MOVE REG-FOLHACTL
                 TO WRK-CTL-REG(WRK-QTD-CONTROLES)
             END-IF
           END-IF.

           OPEN OUTPUT ADTCTL.
           IF FS-ADTCTL NOT EQUAL 0
             DISPLAY "CONTROLE DE RODADAS NAO FOI GRAVADO - STATUS "
                     FS-ADTCTL
             GO TO 0115-GRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-CTL.
           PERFORM 0117-GRAVAR-LINHA-CTL
             UNTIL WRK-IND-CTL GREATER WRK-QTD-CONTROLES.
           CLOSE ADTCTL.
       0115-GRAVAR-SAIDA.
           EXIT.

       0116-LOCALIZAR-CONTROLE         SECTION.
           IF WRK-CTL-REG(WRK-IND-CTL)(1:6) EQUAL
                REG-FOLHACTL(1:6)
             SET CONTROLE-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-CTL
           END-IF.

       0117-GRAVAR-LINHA-CTL           SECTION.
           MOVE WRK-CTL-REG(WRK-IND-CTL) TO REG-FOLHACTL.
           WRITE REG-FOLHACTL.
           ADD 1 TO WRK-IND-CTL.

      *--------------------------------------------------------------
      *  0120-CARREGAR-REGRAS: REGRA VIGENTE DE CADA FUNCIONARIO -
      *  UMA LINHA MAIS NOVA SUBSTITUI A ANTERIOR DO MESMO FUNC-ID.
      *--------------------------------------------------------------
       0120-CARREGAR-REGRAS            SECTION.
           CALL "CONFIG" USING
               "ADTREGRA_DAT        " WRK-CAMINHO-ADTREGRA.
           OPEN INPUT ADTREGRA.
           IF FS-ADTREGRA NOT EQUAL 0
             DISPLAY "SEM REGRAS DE ADIANTAMENTO - TODOS NO "
                     "PERCENTUAL PADRAO"
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ ADTREGRA NEXT RECORD.
           PERFORM UNTIL FS-ADTREGRA NOT EQUAL 00
             MOVE ARG-FUNC-ID TO FUNC-ID
             PERFORM 0125-BUSCAR-REGRA
             IF NOT REGRA-ACHADA
               IF WRK-QTD-REGRAS LESS WRK-MAX-REGRAS
                 ADD 1 TO WRK-QTD-REGRAS
                 MOVE WRK-QTD-REGRAS TO WRK-IND-RGR
                 SET REGRA-ACHADA TO TRUE
               ELSE
                 DISPLAY "TABELA DE REGRAS CHEIA (MAX "
                         WRK-MAX-REGRAS ")"
               END-IF
             END-IF
             IF REGRA-ACHADA
               MOVE ARG-FUNC-ID TO WRK-RGR-ID(WRK-IND-RGR)
               MOVE ARG-TIPO    TO WRK-RGR-TIPO(WRK-IND-RGR)
               MOVE ARG-PERC    TO WRK-RGR-PERC(WRK-IND-RGR)
               MOVE ARG-VALOR   TO WRK-RGR-VALOR(WRK-IND-RGR)
             END-IF
             READ ADTREGRA NEXT RECORD
           END-PERFORM.
           CLOSE ADTREGRA.
       0120-CARREGAR-SAIDA.
           EXIT.

       0125-BUSCAR-REGRA               SECTION.
           MOVE 1   TO WRK-IND-RGR.
           MOVE "N" TO WRK-SW-RGR.
           PERFORM 0126-LOCALIZAR-REGRA
             UNTIL WRK-IND-RGR GREATER WRK-QTD-REGRAS
                OR REGRA-ACHADA.

       0126-LOCALIZAR-REGRA            SECTION.
           IF WRK-RGR-ID(WRK-IND-RGR) EQUAL FUNC-ID
             SET REGRA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-RGR
           END-IF.

      *--------------------------------------------------------------
      *  0134-CARREGAR-FERIAS: FUNCIONARIOS DE FERIAS NA DATA DO
      *  ADIANTAMENTO (INICIO ATE INICIO + DIAS - 1) OU COM FERIAS
      *  PAGAS NA FOLHA DA COMPETENCIA - NENHUM DELES RECEBE.
      *--------------------------------------------------------------
       0134-CARREGAR-FERIAS            SECTION.
           PERFORM 0155-OBTER-CAMINHO-FERIAS.
           OPEN INPUT FERIAS.
           IF FS-FERIAS NOT EQUAL 0
             GO TO 0134-CARREGAR-SAIDA
           END-IF.
           READ FERIAS NEXT RECORD.
           PERFORM UNTIL FS-FERIAS NOT EQUAL 00
             MOVE "N" TO WRK-SW-FER
             IF FER-COMPETENCIA EQUAL WRK-COMPETENCIA
               SET FUNCIONARIO-DE-FERIAS TO TRUE
             ELSE
               IF FER-DATA-INICIO NOT GREATER WRK-DATA-ADIANT
                 MOVE FER-DATA-INICIO TO WRK-DATA-SER-NUM
                 PERFORM 0290-SERIAL-DE-DIAS
                 IF WRK-SERIAL + FER-DIAS GREATER WRK-SERIAL-ADIANT
                   SET FUNCIONARIO-DE-FERIAS TO TRUE
                 END-IF
               END-IF
             END-IF
             IF FUNCIONARIO-DE-FERIAS
                AND WRK-QTD-FER LESS WRK-MAX-FER
               ADD 1 TO WRK-QTD-FER
               MOVE FER-FUNC-ID TO WRK-FER-ID(WRK-QTD-FER)
             END-IF
             READ FERIAS NEXT RECORD
           END-PERFORM.
           CLOSE FERIAS.
       0134-CARREGAR-SAIDA.
           EXIT.

       0135-BUSCAR-FERIAS              SECTION.
           MOVE 1   TO WRK-IND-FER.
           MOVE "N" TO WRK-SW-FER.
           PERFORM 0136-LOCALIZAR-FERIAS
             UNTIL WRK-IND-FER GREATER WRK-QTD-FER
                OR FUNCIONARIO-DE-FERIAS.

       0136-LOCALIZAR-FERIAS           SECTION.
           IF WRK-FER-ID(WRK-IND-FER) EQUAL FUNC-ID
             SET FUNCIONARIO-DE-FERIAS TO TRUE
           ELSE
             ADD 1 TO WRK-IND-FER
           END-IF.

      *--------------------------------------------------------------
      *  0140-EXPURGAR-COMPETENCIA: NA RERODADA AS LINHAS AINDA NAO
      *  APROVADAS (G) DA COMPETENCIA SAO RETIRADAS DO ADIANTAM.DAT
      *  (COPIA PARA O ARQUIVO DE TRABALHO E REGRAVACAO), COMO O
      *  EXPURGO DO HOLARQ NA FOLHA - A RERODADA SUBSTITUI O MES.
      *--------------------------------------------------------------
       0140-EXPURGAR-COMPETENCIA       SECTION.
           CALL "CONFIG" USING
               "ADTWORK_DAT         " WRK-CAMINHO-ADTWORK.
           OPEN INPUT ADIANTAM.
           IF FS-ADIANTAM NOT EQUAL 0
             GO TO 0140-EXPURGAR-SAIDA
           END-IF.
           OPEN OUTPUT ADTWORK.
           IF FS-ADTWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DOS ADIANTAMENTOS NAO FOI "
                     "ABERTO - STATUS " FS-ADTWORK
             CLOSE ADIANTAM
             GO TO 0140-EXPURGAR-SAIDA
           END-IF.
           READ ADIANTAM NEXT RECORD.
           PERFORM UNTIL FS-ADIANTAM NOT EQUAL 00
             IF ADT-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                OR NOT ADT-GERADO
               MOVE REG-ADIANTAMENTO TO REG-ADTWORK
               WRITE REG-ADTWORK
             END-IF
             READ ADIANTAM NEXT RECORD
           END-PERFORM.
           CLOSE ADIANTAM.
           CLOSE ADTWORK.

           OPEN INPUT ADTWORK.
           OPEN OUTPUT ADIANTAM.
           READ ADTWORK NEXT RECORD.
           PERFORM UNTIL FS-ADTWORK NOT EQUAL 00
             MOVE REG-ADTWORK TO REG-ADIANTAMENTO
             WRITE REG-ADIANTAMENTO
             READ ADTWORK NEXT RECORD
           END-PERFORM.
           CLOSE ADTWORK.
           CLOSE ADIANTAM.
       0140-EXPURGAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
               READ FUNCIONARIOS NEXT RECORD.

               PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
                 PERFORM 0210-CALCULAR-ADIANTAMENTO
                 IF WRK-VALOR-ADIANT GREATER ZEROS
                   ADD 1 TO WRK-ACUM-PAGOS
                   PERFORM 0220-GRAVAR-ADIANTAMENTO
                 ELSE
                   ADD 1 TO WRK-ACUM-FORA
                   MOVE FUNC-ID    TO WRK-FR-FUNC-ID
                   MOVE FUNC-NOME  TO WRK-FR-NOME
                   MOVE WRK-MOTIVO TO WRK-FR-MOTIVO
                   MOVE WRK-LINHA-FORA TO REG-CONFERENCIA
                   WRITE REG-CONFERENCIA
                 END-IF
                 READ FUNCIONARIOS NEXT RECORD
               END-PERFORM.

      *--------------------------------------------------------------
      *  0210-CALCULAR-ADIANTAMENTO: DEVOLVE O VALOR DO FUNCIONARIO
      *  EM PROCESSO, OU ZEROS COM O MOTIVO DE FICAR DE FORA.
      *--------------------------------------------------------------
       0210-CALCULAR-ADIANTAMENTO      SECTION.
           MOVE ZEROS  TO WRK-VALOR-ADIANT.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE "PERCENTUAL" TO WRK-CF-REGRA.

           IF FUNC-DEMISSAO IS NUMERIC
              AND FUNC-DEMISSAO GREATER ZEROS
             MOVE "DESLIGADO" TO WRK-MOTIVO
             GO TO 0210-CALCULAR-SAIDA
           END-IF.
           IF FUNC-ADMISSAO IS NUMERIC
              AND FUNC-ADMISSAO GREATER WRK-DATA-ADIANT
             MOVE "ADMITIDO DEPOIS DO ADIANTAMENTO" TO WRK-MOTIVO
             GO TO 0210-CALCULAR-SAIDA
           END-IF.
           PERFORM 0135-BUSCAR-FERIAS.
           IF FUNCIONARIO-DE-FERIAS
             MOVE "DE FERIAS" TO WRK-MOTIVO
             GO TO 0210-CALCULAR-SAIDA
           END-IF.

           PERFORM 0125-BUSCAR-REGRA.
           IF NOT REGRA-ACHADA
             COMPUTE WRK-VALOR-ADIANT ROUNDED =
                 FUNC-SALARIO * WRK-PCT-PADRAO / 100
           ELSE
             EVALUATE WRK-RGR-TIPO(WRK-IND-RGR)
               WHEN 'P'
                 COMPUTE WRK-VALOR-ADIANT ROUNDED =
                     FUNC-SALARIO * WRK-RGR-PERC(WRK-IND-RGR) / 100
               WHEN 'F'
                 MOVE WRK-RGR-VALOR(WRK-IND-RGR) TO WRK-VALOR-ADIANT
                 MOVE "VALOR FIXO" TO WRK-CF-REGRA
               WHEN OTHER
                 MOVE "NAO RECEBE ADIANTAMENTO" TO WRK-MOTIVO
             END-EVALUATE
           END-IF.

      *    O ADIANTAMENTO NUNCA PASSA DO SALARIO DO MES
           IF WRK-VALOR-ADIANT GREATER FUNC-SALARIO
             MOVE FUNC-SALARIO TO WRK-VALOR-ADIANT
           END-IF.
           IF WRK-VALOR-ADIANT EQUAL ZEROS
              AND WRK-MOTIVO EQUAL SPACES
             MOVE "SALARIO ZERADO" TO WRK-MOTIVO
           END-IF.
       0210-CALCULAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0220-GRAVAR-ADIANTAMENTO: LINHA DO ADIANTAM.DAT (GERADA,
      *  AGUARDANDO A APROVACAO), DETALHE DA REMESSA PENDENTE E A
      *  LINHA DA CONFERENCIA.
      *--------------------------------------------------------------
       0220-GRAVAR-ADIANTAMENTO        SECTION.
           MOVE WRK-COMPETENCIA  TO ADT-COMPETENCIA.
           MOVE FUNC-ID          TO ADT-FUNC-ID.
           MOVE WRK-VALOR-ADIANT TO ADT-VALOR.
           MOVE 'G'              TO ADT-STATUS.
           MOVE ZEROS            TO ADT-VALOR-DESC.
           MOVE WRK-DATA-HOJE    TO ADT-DATA.
           WRITE REG-ADIANTAMENTO.

           MOVE FUNC-BANCO       TO WRK-RD-BANCO.
           MOVE FUNC-AGENCIA     TO WRK-RD-AGENCIA.
           MOVE FUNC-CONTA       TO WRK-RD-CONTA.
           MOVE FUNC-ID          TO WRK-RD-FUNC-ID.
           MOVE FUNC-NOME        TO WRK-RD-NOME.
           MOVE WRK-VALOR-ADIANT TO WRK-RD-VALOR.
           MOVE WRK-REM-DETALHE  TO REG-REMESSA.
           WRITE REG-REMESSA.
           ADD 1                TO WRK-REM-QTD.
           ADD WRK-VALOR-ADIANT TO WRK-REM-TOTAL.

           MOVE FUNC-ID          TO WRK-CF-FUNC-ID.
           MOVE FUNC-NOME        TO WRK-CF-NOME.
           MOVE FUNC-BANCO       TO WRK-CF-BANCO.
           MOVE FUNC-AGENCIA     TO WRK-CF-AGENCIA.
           MOVE FUNC-CONTA       TO WRK-CF-CONTA.
           MOVE WRK-VALOR-ADIANT TO WRK-CF-VALOR.
           MOVE WRK-LINHA-CONF   TO REG-CONFERENCIA.
           WRITE REG-CONFERENCIA.

      *--- SERIAL DE DIAS CORRIDOS DA DATA EM WRK-DATA-SER ---
       0290-SERIAL-DE-DIAS             SECTION.
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

           COPY "CAMFUNCP.cpy".
           COPY "CAMFERP.cpy".
           COPY "CAMADTP.cpy".
       0300-FINALIZAR                   SECTION.
               MOVE WRK-REM-QTD   TO WRK-RT-QTD.
               MOVE WRK-REM-TOTAL TO WRK-RT-TOTAL.
               MOVE WRK-REM-TRAILER TO REG-REMESSA.
               WRITE REG-REMESSA.

               MOVE SPACES TO REG-CONFERENCIA.
               WRITE REG-CONFERENCIA.
               MOVE WRK-REM-QTD   TO WRK-LT-QTD.
               MOVE WRK-REM-TOTAL TO WRK-LT-TOTAL.
               MOVE WRK-LINHA-TOTAL TO REG-CONFERENCIA.
               WRITE REG-CONFERENCIA.

               CLOSE REMESSA.
               CLOSE CONFERENCIA.
               CLOSE ADIANTAM.
               CLOSE FUNCIONARIOS.

               DISPLAY "ADIANTAMENTOS GERADOS: " WRK-ACUM-PAGOS.
               DISPLAY "FUNCIONARIOS DE FORA.: " WRK-ACUM-FORA.
               DISPLAY "CONFERENCIA GRAVADA EM " WRK-CAMINHO-RELADT.

               MOVE "PROGRAMA90"   TO LOG-JOB.
               MOVE WRK-ACUM-PAGOS TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-FORA  TO LOG-QTD-REJEITADOS.
               MOVE WRK-REM-TOTAL  TO LOG-HASH.
               IF WRK-ACUM-LIDOS EQUAL
                    WRK-ACUM-PAGOS + WRK-ACUM-FORA
                 MOVE "S" TO LOG-STATUS
                 MOVE "S" TO LOG-BALANCE
                 MOVE 'C' TO WRK-STATUS-RODADA
                 PERFORM 0115-GRAVAR-CONTROLE
                 DISPLAY "ADIANTAMENTO CONCLUIDO - REMESSA PENDENTE "
                         "DE APROVACAO (PROGRAMA61)"
               ELSE
                 MOVE "E" TO LOG-STATUS
                 MOVE "F" TO LOG-BALANCE
               END-IF.
               MOVE "ADIANTAMENTO QUINZENAL" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
