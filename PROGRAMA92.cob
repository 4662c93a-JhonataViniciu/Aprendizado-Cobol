       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA92.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: FECHAMENTO MENSAL DO BANCO DE HORAS - PARA A
      *==           COMPETENCIA PEDIDA LANCA NO RAZAO (BANCOHRS.DAT)
      *==           A APURACAO DO PONTO DE QUEM OPTOU PELO BANCO
      *==           (BHPONTO.DAT, GRAVADO PELO FUN008) - CREDITO DAS
      *==           HORAS A MAIS E DEBITO DAS HORAS A MENOS - E AS
      *==           FOLGAS COMPENSATORIAS DO MES (BHFOLGA.DAT, FUN016).
      *==           OS DEBITOS CONSOMEM OS CREDITOS MAIS ANTIGOS. O
      *==           CREDITO COM SEIS MESES QUE NAO FOI COMPENSADO
      *==           VENCE E VIRA HORA EXTRA PAGA (50% OU 100%, CONFORME
      *==           A ORIGEM) NO MOVFOLHA.DAT DA COMPETENCIA DO
      *==           VENCIMENTO, PARA O PROGRAMA19. EMITE O EXTRATO DO
      *==           MES POR FUNCIONARIO E O PASSIVO DA EMPRESA EM
      *==           HORAS E EM DINHEIRO (SALARIO-HORA DE 220 HORAS COM
      *==           O ADICIONAL DE CADA CREDITO). RODA DEPOIS DO
      *==           FUN008; COMPETENCIA JA FECHADA NO BANCO (OU COM
      *==           COMPETENCIA POSTERIOR FECHADA) E RECUSADA.
      *==           REGISTRA A EXECUCAO NO BATCHLOG.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - MOVIMENTO EM MEMORIA ALARGADO PARA O
      *==           VALOR DAS AULAS DOS PROFESSORES (MVF-HORA-AULA,
      *==           LANCADO PELO ALU019), QUE NASCE ZERADO NO
      *==           REGISTRO NOVO.
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

           SELECT BANCOHRS ASSIGN TO WRK-CAMINHO-BANCOHRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANCOHRS.

           SELECT BHPONTO ASSIGN TO WRK-CAMINHO-BHPONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BHPONTO.

           SELECT BHFOLGA ASSIGN TO WRK-CAMINHO-BHFOLGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BHFOLGA.

           SELECT MOVFOLHA ASSIGN TO WRK-CAMINHO-MOVFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVFOLHA.

           SELECT EXTRATOBH ASSIGN TO WRK-CAMINHO-EXTRATOBH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATOBH.

           SELECT PASSIVOBH ASSIGN TO WRK-CAMINHO-PASSIVOBH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PASSIVOBH.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".

       FD  BANCOHRS.
           COPY "BANCOHRS.cpy".

       FD  BHPONTO.
           COPY "BHPONTO.cpy".

       FD  BHFOLGA.
           COPY "BHFOLGA.cpy".

       FD  MOVFOLHA.
           COPY "MOVFOLHA.cpy".

       FD  EXTRATOBH.
       01  REG-EXTRATOBH               PIC X(80).

       FD  PASSIVOBH.
       01  REG-PASSIVOBH               PIC X(80).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMMVF.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
       77  FS-FUNCIONARIOS            PIC 9(02)        VALUE ZEROS.
       77  FS-BANCOHRS                PIC 9(02)        VALUE ZEROS.
       77  FS-BHPONTO                 PIC 9(02)        VALUE ZEROS.
       77  FS-BHFOLGA                 PIC 9(02)        VALUE ZEROS.
       77  FS-MOVFOLHA                PIC 9(02)        VALUE ZEROS.
       77  FS-EXTRATOBH               PIC 9(02)        VALUE ZEROS.
       77  FS-PASSIVOBH               PIC 9(02)        VALUE ZEROS.
       77  FS-BATCHLOG                PIC 9(02)        VALUE ZEROS.
       77  WRK-CAMINHO-BANCOHRS       PIC X(100)       VALUE
           "C:/COBOL/DADOS/BANCOHRS.DAT.txt".
       77  WRK-CAMINHO-BHPONTO        PIC X(100)       VALUE
           "C:/COBOL/DADOS/BHPONTO.DAT.txt".
       77  WRK-CAMINHO-BHFOLGA        PIC X(100)       VALUE
           "C:/COBOL/DADOS/BHFOLGA.DAT.txt".
       77  WRK-CAMINHO-EXTRATOBH      PIC X(100)       VALUE SPACES.
       77  WRK-CAMINHO-PASSIVOBH      PIC X(100)       VALUE SPACES.

      *--- PRAZO DO CREDITO, SALARIO-HORA E ADICIONAIS ---
       77  WRK-MESES-VALIDADE         PIC 9(02)        VALUE 6.
       77  WRK-HORAS-MES              PIC 9(03)        VALUE 220.
       77  WRK-FATOR-50               PIC 9(01)V99     VALUE 1,50.
       77  WRK-FATOR-100              PIC 9(01)V99     VALUE 2,00.

      *--------------- COMPETENCIA DO FECHAMENTO -----------------------
       01  WRK-COMPETENCIA            PIC 9(06)        VALUE ZEROS.
       01  WRK-COMPETENCIA-RED REDEFINES WRK-COMPETENCIA.
           05 WRK-CMP-ANO             PIC 9(04).
           05 WRK-CMP-MES             PIC 9(02).
       77  WRK-MESES-COMP             PIC 9(06)        VALUE ZEROS.
       01  WRK-COMP-CREDITO           PIC 9(06)        VALUE ZEROS.
       01  WRK-COMP-CRED-RED REDEFINES WRK-COMP-CREDITO.
           05 WRK-CRD-ANO             PIC 9(04).
           05 WRK-CRD-MES             PIC 9(02).
       77  WRK-MESES-CREDITO          PIC 9(06)        VALUE ZEROS.
       77  WRK-DATA-HOJE              PIC 9(08)        VALUE ZEROS.
       77  WRK-COMP-FOLGA             PIC 9(06)        VALUE ZEROS.

      *--------------- RAZAO DO BANCO DE HORAS EM MEMORIA --------------
       01  WRK-TAB-RAZAO.
           05 WRK-RZ-ITEM OCCURS 3000 TIMES.
              10 WRK-RZ-FUNC-ID       PIC 9(04).
              10 WRK-RZ-COMPETENCIA   PIC 9(06).
              10 WRK-RZ-DATA          PIC 9(08).
              10 WRK-RZ-TIPO          PIC X(01).
                 88 RZ-CREDITO-50             VALUE 'A'.
                 88 RZ-CREDITO-100            VALUE 'B'.
                 88 RZ-CREDITO                VALUE 'A' 'B'.
                 88 RZ-DEBITO                 VALUE 'D' 'F'.
              10 WRK-RZ-MINUTOS       PIC 9(05).
              10 WRK-RZ-ABERTO        PIC 9(05).
              10 WRK-RZ-REFERENCIA    PIC 9(06).
       77  WRK-QTD-RAZAO              PIC 9(04)        VALUE ZEROS.
       77  WRK-MAX-RAZAO              PIC 9(04)        VALUE 3000.
       77  WRK-QTD-RAZAO-ANT          PIC 9(04)        VALUE ZEROS.
       77  WRK-IND-RZ                 PIC 9(04)        VALUE ZEROS.
       77  WRK-IND-CRD                PIC 9(04)        VALUE ZEROS.
       77  WRK-SW-RAZAO               PIC X(01)        VALUE "N".
           88 RAZAO-TRANSBORDOU                        VALUE "S".
       77  WRK-SW-FECHADA             PIC X(01)        VALUE "N".
           88 COMPETENCIA-JA-FECHADA                   VALUE "S".
       77  WRK-MIN-COMPENSAR          PIC 9(05)        VALUE ZEROS.

      *--------------- CREDITOS VENCIDOS POR FUNCIONARIO ---------------
       01  WRK-TAB-VENCIDOS.
           05 WRK-VNC-ITEM OCCURS 300 TIMES.
              10 WRK-VNC-ID           PIC 9(04).
              10 WRK-VNC-MIN50        PIC 9(06).
              10 WRK-VNC-MIN100       PIC 9(06).
       77  WRK-QTD-VENCIDOS           PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-VENCIDOS           PIC 9(03)        VALUE 300.
       77  WRK-IND-VNC                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-VNC                 PIC X(01)        VALUE "N".
           88 VENCIDO-ACHADO                           VALUE "S".

      *--- MOVIMENTO DA FOLHA EM MEMORIA (FUSAO E REGRAVACAO) ---
       01  WRK-TAB-MOVFOLHA.
           05 WRK-MVF-REG OCCURS 500 TIMES PIC X(54).
       77  WRK-QTD-MOVFOLHA           PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-MOVFOLHA           PIC 9(03)        VALUE 500.
       77  WRK-IND-MVF                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-CARGA               PIC X(01)        VALUE "N".
           88 CARGA-TRANSBORDOU                        VALUE "S".
       77  WRK-SW-MVF                 PIC X(01)        VALUE "N".
           88 MOVIMENTO-ACHADO                         VALUE "S".
       77  WRK-HORAS-VENCIDAS         PIC 9(03)        VALUE ZEROS.

      *--------------- POSICAO DO FUNCIONARIO EM PROCESSO --------------
       77  WRK-SALDO-ANTERIOR         PIC S9(07)       VALUE ZEROS.
       77  WRK-SALDO-ATUAL            PIC S9(07)       VALUE ZEROS.
       77  WRK-ABERTO-50              PIC 9(07)        VALUE ZEROS.
       77  WRK-ABERTO-100             PIC 9(07)        VALUE ZEROS.
       77  WRK-ABERTO-DEB             PIC 9(07)        VALUE ZEROS.
       77  WRK-SW-TEM-BANCO           PIC X(01)        VALUE "N".
           88 FUNCIONARIO-TEM-BANCO                    VALUE "S".
       77  WRK-VALOR-HORA             PIC 9(06)V9999   VALUE ZEROS.
       77  WRK-VALOR-PASSIVO          PIC 9(08)V99     VALUE ZEROS.

      *--- HORAS EM MINUTOS FORMATADAS COMO -HHHH:MM ---
       77  WRK-MIN-FORMATAR           PIC S9(07)       VALUE ZEROS.
       77  WRK-MIN-ABS                PIC 9(07)        VALUE ZEROS.
       01  WRK-HHMM.
           05 WRK-HM-SINAL            PIC X(01).
           05 WRK-HM-HORAS            PIC ZZZ9.
           05 FILLER                  PIC X(01) VALUE ":".
           05 WRK-HM-MIN              PIC 9(02).

       01  WRK-LINHA-FUNC.
           05 FILLER                  PIC X(12) VALUE "FUNCIONARIO ".
           05 WRK-LX-FUNC-ID          PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LX-NOME             PIC X(08).
       01  WRK-LINHA-SALDO.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 WRK-LS-ROTULO           PIC X(30).
           05 WRK-LS-HORAS            PIC X(08).
       01  WRK-LINHA-MOV.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 WRK-LM-DATA             PIC 9999/99/99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LM-DESCR            PIC X(18).
           05 WRK-LM-HORAS            PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LM-OBS              PIC X(20).

       01  WRK-LINHA-CABEC.
           05 FILLER  PIC X(06) VALUE "ID".
           05 FILLER  PIC X(10) VALUE "NOME".
           05 FILLER  PIC X(11) VALUE "CRED. 50%".
           05 FILLER  PIC X(11) VALUE "CRED. 100%".
           05 FILLER  PIC X(11) VALUE "DEVEDOR".
           05 FILLER  PIC X(14) VALUE "VALOR".
       01  WRK-LINHA-PASSIVO.
           05 WRK-LP-FUNC-ID          PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LP-NOME             PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LP-HORAS-50         PIC X(08).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WRK-LP-HORAS-100        PIC X(08).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WRK-LP-HORAS-DEB        PIC X(08).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WRK-LP-VALOR            PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-TOTAL.
           05 FILLER                  PIC X(16) VALUE
              "TOTAL EMPRESA   ".
           05 WRK-LT-HORAS-50         PIC X(08).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WRK-LT-HORAS-100        PIC X(08).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WRK-LT-HORAS-DEB        PIC X(08).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WRK-LT-VALOR            PIC ZZ.ZZZ.ZZ9,99.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-LANCADOS          PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-FOLGAS            PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-VENCIDOS          PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-EXTRATOS          PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-ABERTO-50          PIC 9(08)     VALUE ZEROS.
       77  WRK-TOT-ABERTO-100         PIC 9(08)     VALUE ZEROS.
       77  WRK-TOT-ABERTO-DEB         PIC 9(08)     VALUE ZEROS.
       77  WRK-TOT-PASSIVO            PIC 9(10)V99  VALUE ZEROS.
       77  WRK-TOTAL-ED               PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DO BANCO DE HORAS (AAAAMM, 0 = ATUAL) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.
           IF WRK-CMP-MES LESS 1 OR WRK-CMP-MES GREATER 12
             DISPLAY "COMPETENCIA INVALIDA - " WRK-COMPETENCIA
             GOBACK
           END-IF.
           COMPUTE WRK-MESES-COMP = (WRK-CMP-ANO * 12) + WRK-CMP-MES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *    O CREDITO VENCIDO E PAGO NA FOLHA DA COMPETENCIA - FOLHA
      *    FECHADA NAO RECEBE MAIS MOVIMENTO
           MOVE WRK-COMPETENCIA TO PRS-COMPETENCIA.
           CALL "PERIODO" USING WRK-AREA-PERIODO.
           IF PRS-FECHADA
             DISPLAY "COMPETENCIA " WRK-COMPETENCIA " JA ESTA "
                     "FECHADA - BANCO DE HORAS NAO SERA FECHADO"
             GOBACK
           END-IF.

           PERFORM 0120-CARREGAR-RAZAO.
           IF RAZAO-TRANSBORDOU
             DISPLAY "CARGA DO BANCO DE HORAS INCOMPLETA (MAX "
                     WRK-MAX-RAZAO ") - NADA FOI LANCADO"
             GOBACK
           END-IF.
           IF COMPETENCIA-JA-FECHADA
             DISPLAY "BANCO DE HORAS JA FECHADO NA COMPETENCIA "
                     WRK-COMPETENCIA " OU POSTERIOR - NADA FOI "
                     "LANCADO"
             GOBACK
           END-IF.
           MOVE WRK-QTD-RAZAO TO WRK-QTD-RAZAO-ANT.

           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GOBACK
           END-IF.

           MOVE "EXTRATOBH" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-EXTRATOBH.
           OPEN OUTPUT EXTRATOBH.
           IF FS-EXTRATOBH NOT EQUAL 0
             DISPLAY "EXTRATO DO BANCO DE HORAS NAO FOI ABERTO - "
                     "STATUS " FS-EXTRATOBH
             CLOSE FUNCIONARIOS
             GOBACK
           END-IF.

           MOVE "PASSIVOBH" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-PASSIVOBH.
           OPEN OUTPUT PASSIVOBH.
           IF FS-PASSIVOBH NOT EQUAL 0
             DISPLAY "PASSIVO DO BANCO DE HORAS NAO FOI ABERTO - "
                     "STATUS " FS-PASSIVOBH
             CLOSE FUNCIONARIOS
             CLOSE EXTRATOBH
             GOBACK
           END-IF.

           MOVE SPACES TO REG-EXTRATOBH.
           STRING "EXTRATO DO BANCO DE HORAS - COMPETENCIA "
                  WRK-COMPETENCIA
             DELIMITED BY SIZE INTO REG-EXTRATOBH
           END-STRING.
           WRITE REG-EXTRATOBH.
           MOVE SPACES TO REG-EXTRATOBH.
           WRITE REG-EXTRATOBH.

           MOVE SPACES TO REG-PASSIVOBH.
           STRING "PASSIVO DO BANCO DE HORAS - POSICAO APOS O "
                  "FECHAMENTO DE " WRK-COMPETENCIA
             DELIMITED BY SIZE INTO REG-PASSIVOBH
           END-STRING.
           WRITE REG-PASSIVOBH.
           MOVE SPACES TO REG-PASSIVOBH.
           WRITE REG-PASSIVOBH.
           MOVE WRK-LINHA-CABEC TO REG-PASSIVOBH.
           WRITE REG-PASSIVOBH.

      *--------------------------------------------------------------
      *  0120-CARREGAR-RAZAO: RAZAO COMPLETO EM MEMORIA (E REGRAVADO
      *  NO FIM). LINHA DA COMPETENCIA PEDIDA OU DE UMA POSTERIOR
      *  INDICA QUE O FECHAMENTO JA FOI FEITO.
      *--------------------------------------------------------------
       0120-CARREGAR-RAZAO             SECTION.
           CALL "CONFIG" USING
               "BANCOHRS_DAT        " WRK-CAMINHO-BANCOHRS.
           OPEN INPUT BANCOHRS.
           IF FS-BANCOHRS NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ BANCOHRS NEXT RECORD.
           PERFORM UNTIL FS-BANCOHRS NOT EQUAL 00
             IF BHM-COMPETENCIA NOT LESS WRK-COMPETENCIA
               SET COMPETENCIA-JA-FECHADA TO TRUE
             END-IF
             IF WRK-QTD-RAZAO LESS WRK-MAX-RAZAO
               ADD 1 TO WRK-QTD-RAZAO
               MOVE REG-BANCOHRS TO WRK-RZ-ITEM(WRK-QTD-RAZAO)
             ELSE
               SET RAZAO-TRANSBORDOU TO TRUE
             END-IF
             READ BANCOHRS NEXT RECORD
           END-PERFORM.
           CLOSE BANCOHRS.
       0120-CARREGAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
               PERFORM 0210-LANCAR-PONTO.
               PERFORM 0220-LANCAR-FOLGAS.
               IF RAZAO-TRANSBORDOU
                 DISPLAY "BANCO DE HORAS SEM ESPACO (MAX "
                         WRK-MAX-RAZAO ") - NADA FOI LANCADO"
                 CLOSE FUNCIONARIOS
                 CLOSE EXTRATOBH
                 CLOSE PASSIVOBH
                 GOBACK
               END-IF.

               MOVE 1 TO WRK-IND-RZ.
               PERFORM 0230-COMPENSAR-DEBITO
                 UNTIL WRK-IND-RZ GREATER WRK-QTD-RAZAO.

               MOVE 1 TO WRK-IND-RZ.
               PERFORM 0240-VENCER-CREDITO
                 UNTIL WRK-IND-RZ GREATER WRK-QTD-RAZAO-ANT.
               IF WRK-QTD-VENCIDOS GREATER ZEROS
                 PERFORM 0250-LANCAR-VENCIDOS
               END-IF.

               PERFORM 0260-GRAVAR-RAZAO.

               READ FUNCIONARIOS NEXT RECORD.
               PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
                 PERFORM 0270-POSICAO-FUNCIONARIO
                 IF FUNCIONARIO-TEM-BANCO
                   PERFORM 0280-IMPRIMIR-EXTRATO
                   PERFORM 0285-IMPRIMIR-PASSIVO
                 END-IF
                 READ FUNCIONARIOS NEXT RECORD
               END-PERFORM.

               MOVE WRK-TOT-ABERTO-50 TO WRK-MIN-FORMATAR.
               PERFORM 0290-FORMATAR-HORAS.
               MOVE WRK-HHMM TO WRK-LT-HORAS-50.
               MOVE WRK-TOT-ABERTO-100 TO WRK-MIN-FORMATAR.
               PERFORM 0290-FORMATAR-HORAS.
               MOVE WRK-HHMM TO WRK-LT-HORAS-100.
               MOVE WRK-TOT-ABERTO-DEB TO WRK-MIN-FORMATAR.
               PERFORM 0290-FORMATAR-HORAS.
               MOVE WRK-HHMM TO WRK-LT-HORAS-DEB.
               MOVE WRK-TOT-PASSIVO TO WRK-LT-VALOR.
               MOVE SPACES TO REG-PASSIVOBH.
               WRITE REG-PASSIVOBH.
               MOVE WRK-LINHA-TOTAL TO REG-PASSIVOBH.
               WRITE REG-PASSIVOBH.

      *--------------------------------------------------------------
      *  0210-LANCAR-PONTO: APURACAO DO PONTO DA COMPETENCIA - UMA
      *  LINHA NO RAZAO PARA CADA VALOR DIFERENTE DE ZERO.
      *--------------------------------------------------------------
       0210-LANCAR-PONTO               SECTION.
           CALL "CONFIG" USING
               "BHPONTO_DAT         " WRK-CAMINHO-BHPONTO.
           OPEN INPUT BHPONTO.
           IF FS-BHPONTO NOT EQUAL 0
             DISPLAY "SEM APURACAO DO PONTO PARA O BANCO DE HORAS"
             GO TO 0210-LANCAR-SAIDA
           END-IF.
           READ BHPONTO NEXT RECORD.
           PERFORM UNTIL FS-BHPONTO NOT EQUAL 00
             IF BHP-COMPETENCIA EQUAL WRK-COMPETENCIA
               IF BHP-MIN50 GREATER ZEROS
                 MOVE 'A'       TO BHM-TIPO
                 MOVE BHP-MIN50 TO BHM-MINUTOS
                 PERFORM 0215-ACRESCENTAR-PONTO
               END-IF
               IF BHP-MIN100 GREATER ZEROS
                 MOVE 'B'        TO BHM-TIPO
                 MOVE BHP-MIN100 TO BHM-MINUTOS
                 PERFORM 0215-ACRESCENTAR-PONTO
               END-IF
               IF BHP-MIN-DEVIDO GREATER ZEROS
                 MOVE 'D'            TO BHM-TIPO
                 MOVE BHP-MIN-DEVIDO TO BHM-MINUTOS
                 PERFORM 0215-ACRESCENTAR-PONTO
               END-IF
             END-IF
             READ BHPONTO NEXT RECORD
           END-PERFORM.
           CLOSE BHPONTO.
       0210-LANCAR-SAIDA.
           EXIT.

       0215-ACRESCENTAR-PONTO          SECTION.
           MOVE BHP-FUNC-ID     TO BHM-FUNC-ID.
           MOVE WRK-DATA-HOJE   TO BHM-DATA.
           PERFORM 0225-ACRESCENTAR-LINHA.
           ADD 1 TO WRK-ACUM-LANCADOS.

      *--------------------------------------------------------------
      *  0220-LANCAR-FOLGAS: FOLGAS COMPENSATORIAS CUJO DIA CAI NA
      *  COMPETENCIA DO FECHAMENTO.
      *--------------------------------------------------------------
       0220-LANCAR-FOLGAS              SECTION.
           CALL "CONFIG" USING
               "BHFOLGA_DAT         " WRK-CAMINHO-BHFOLGA.
           OPEN INPUT BHFOLGA.
           IF FS-BHFOLGA NOT EQUAL 0
             GO TO 0220-LANCAR-SAIDA
           END-IF.
           READ BHFOLGA NEXT RECORD.
           PERFORM UNTIL FS-BHFOLGA NOT EQUAL 00
             COMPUTE WRK-COMP-FOLGA = BHF-DATA / 100
             IF WRK-COMP-FOLGA EQUAL WRK-COMPETENCIA
                AND BHF-MINUTOS GREATER ZEROS
               MOVE BHF-FUNC-ID TO BHM-FUNC-ID
               MOVE BHF-DATA    TO BHM-DATA
               MOVE 'F'         TO BHM-TIPO
               MOVE BHF-MINUTOS TO BHM-MINUTOS
               PERFORM 0225-ACRESCENTAR-LINHA
               ADD 1 TO WRK-ACUM-FOLGAS
             END-IF
             READ BHFOLGA NEXT RECORD
           END-PERFORM.
           CLOSE BHFOLGA.
       0220-LANCAR-SAIDA.
           EXIT.

      *--- LINHA NOVA DO RAZAO A PARTIR DE REG-BANCOHRS ---
       0225-ACRESCENTAR-LINHA          SECTION.
           MOVE WRK-COMPETENCIA TO BHM-COMPETENCIA.
           MOVE BHM-MINUTOS     TO BHM-ABERTO.
           MOVE ZEROS           TO BHM-REFERENCIA.
           IF WRK-QTD-RAZAO LESS WRK-MAX-RAZAO
             ADD 1 TO WRK-QTD-RAZAO
             MOVE REG-BANCOHRS TO WRK-RZ-ITEM(WRK-QTD-RAZAO)
           ELSE
             SET RAZAO-TRANSBORDOU TO TRUE
           END-IF.

      *--------------------------------------------------------------
      *  0230-COMPENSAR-DEBITO: O DEBITO EM ABERTO CONSOME OS
      *  CREDITOS EM ABERTO DO MESMO FUNCIONARIO, DO MAIS ANTIGO PARA
      *  O MAIS NOVO; O QUE SOBRA FICA DEVEDOR.
      *--------------------------------------------------------------
       0230-COMPENSAR-DEBITO           SECTION.
           IF RZ-DEBITO(WRK-IND-RZ)
              AND WRK-RZ-ABERTO(WRK-IND-RZ) GREATER ZEROS
             MOVE 1 TO WRK-IND-CRD
             PERFORM 0235-CONSUMIR-CREDITO
               UNTIL WRK-IND-CRD GREATER WRK-QTD-RAZAO
                  OR WRK-RZ-ABERTO(WRK-IND-RZ) EQUAL ZEROS
           END-IF.
           ADD 1 TO WRK-IND-RZ.

       0235-CONSUMIR-CREDITO           SECTION.
           IF RZ-CREDITO(WRK-IND-CRD)
              AND WRK-RZ-ABERTO(WRK-IND-CRD) GREATER ZEROS
              AND WRK-RZ-FUNC-ID(WRK-IND-CRD)
                  EQUAL WRK-RZ-FUNC-ID(WRK-IND-RZ)
             IF WRK-RZ-ABERTO(WRK-IND-CRD)
                  LESS WRK-RZ-ABERTO(WRK-IND-RZ)
               MOVE WRK-RZ-ABERTO(WRK-IND-CRD) TO WRK-MIN-COMPENSAR
             ELSE
               MOVE WRK-RZ-ABERTO(WRK-IND-RZ)  TO WRK-MIN-COMPENSAR
             END-IF
             SUBTRACT WRK-MIN-COMPENSAR
               FROM WRK-RZ-ABERTO(WRK-IND-CRD)
             SUBTRACT WRK-MIN-COMPENSAR
               FROM WRK-RZ-ABERTO(WRK-IND-RZ)
           END-IF.
           ADD 1 TO WRK-IND-CRD.

      *--------------------------------------------------------------
      *  0240-VENCER-CREDITO: CREDITO DE SEIS MESES OU MAIS AINDA EM
      *  ABERTO VENCE - LINHA 'E' NO RAZAO E HORA EXTRA A PAGAR NA
      *  COMPETENCIA. SO OS CREDITOS JA EXISTENTES ANTES DESTE
      *  FECHAMENTO PODEM VENCER.
      *--------------------------------------------------------------
       0240-VENCER-CREDITO             SECTION.
           IF NOT RZ-CREDITO(WRK-IND-RZ)
              OR WRK-RZ-ABERTO(WRK-IND-RZ) EQUAL ZEROS
             GO TO 0240-VENCER-SAIDA
           END-IF.
           MOVE WRK-RZ-COMPETENCIA(WRK-IND-RZ) TO WRK-COMP-CREDITO.
           COMPUTE WRK-MESES-CREDITO =
               (WRK-CRD-ANO * 12) + WRK-CRD-MES + WRK-MESES-VALIDADE.
           IF WRK-MESES-CREDITO GREATER WRK-MESES-COMP
             GO TO 0240-VENCER-SAIDA
           END-IF.
           IF WRK-QTD-RAZAO NOT LESS WRK-MAX-RAZAO
             DISPLAY "BANCO DE HORAS SEM ESPACO - CREDITO DO "
                     "FUNCIONARIO " WRK-RZ-FUNC-ID(WRK-IND-RZ)
                     " NAO VENCIDO"
             GO TO 0240-VENCER-SAIDA
           END-IF.

           MOVE WRK-RZ-FUNC-ID(WRK-IND-RZ) TO BHM-FUNC-ID.
           MOVE 1   TO WRK-IND-VNC.
           MOVE "N" TO WRK-SW-VNC.
           PERFORM 0245-LOCALIZAR-VENCIDO
             UNTIL WRK-IND-VNC GREATER WRK-QTD-VENCIDOS
                OR VENCIDO-ACHADO.
           IF NOT VENCIDO-ACHADO
             IF WRK-QTD-VENCIDOS LESS WRK-MAX-VENCIDOS
               ADD 1 TO WRK-QTD-VENCIDOS
               MOVE WRK-QTD-VENCIDOS TO WRK-IND-VNC
               MOVE BHM-FUNC-ID TO WRK-VNC-ID(WRK-IND-VNC)
               MOVE ZEROS TO WRK-VNC-MIN50(WRK-IND-VNC)
               MOVE ZEROS TO WRK-VNC-MIN100(WRK-IND-VNC)
             ELSE
               GO TO 0240-VENCER-SAIDA
             END-IF
           END-IF.
           IF RZ-CREDITO-100(WRK-IND-RZ)
             ADD WRK-RZ-ABERTO(WRK-IND-RZ)
               TO WRK-VNC-MIN100(WRK-IND-VNC)
           ELSE
             ADD WRK-RZ-ABERTO(WRK-IND-RZ)
               TO WRK-VNC-MIN50(WRK-IND-VNC)
           END-IF.

           MOVE WRK-COMPETENCIA TO BHM-COMPETENCIA.
           MOVE WRK-DATA-HOJE   TO BHM-DATA.
           MOVE 'E'             TO BHM-TIPO.
           MOVE WRK-RZ-ABERTO(WRK-IND-RZ) TO BHM-MINUTOS.
           MOVE ZEROS           TO BHM-ABERTO.
           MOVE WRK-RZ-COMPETENCIA(WRK-IND-RZ) TO BHM-REFERENCIA.
           ADD 1 TO WRK-QTD-RAZAO.
           MOVE REG-BANCOHRS TO WRK-RZ-ITEM(WRK-QTD-RAZAO).
           MOVE ZEROS TO WRK-RZ-ABERTO(WRK-IND-RZ).
           ADD 1 TO WRK-ACUM-VENCIDOS.
       0240-VENCER-SAIDA.
           ADD 1 TO WRK-IND-RZ.

       0245-LOCALIZAR-VENCIDO          SECTION.
           IF WRK-VNC-ID(WRK-IND-VNC) EQUAL BHM-FUNC-ID
             SET VENCIDO-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-VNC
           END-IF.

      *--------------------------------------------------------------
      *  0250-LANCAR-VENCIDOS: SOMA AS HORAS VENCIDAS (ARREDONDADAS
      *  PARA HORAS CHEIAS) NA HORA EXTRA DO MOVIMENTO DA COMPETENCIA,
      *  SEM PERDER O RESTO DO REGISTRO. CARGA COMPLETA E REGRAVACAO,
      *  COMO NO FUN008.
      *--------------------------------------------------------------
       0250-LANCAR-VENCIDOS            SECTION.
           PERFORM 0126-OBTER-CAMINHO-MOVFOLHA.
           OPEN INPUT MOVFOLHA.
           IF FS-MOVFOLHA EQUAL 0
             READ MOVFOLHA NEXT RECORD
             PERFORM UNTIL FS-MOVFOLHA NOT EQUAL 00
               IF WRK-QTD-MOVFOLHA LESS WRK-MAX-MOVFOLHA
                 ADD 1 TO WRK-QTD-MOVFOLHA
                 MOVE REG-MOVFOLHA
                   TO WRK-MVF-REG(WRK-QTD-MOVFOLHA)
               ELSE
                 SET CARGA-TRANSBORDOU TO TRUE
               END-IF
               READ MOVFOLHA NEXT RECORD
             END-PERFORM
             CLOSE MOVFOLHA
           END-IF.

           IF CARGA-TRANSBORDOU
             DISPLAY "CARGA DO MOVIMENTO INCOMPLETA - BANCO DE HORAS "
                     "NAO FOI FECHADO"
             CLOSE FUNCIONARIOS
             CLOSE EXTRATOBH
             CLOSE PASSIVOBH
             GOBACK
           END-IF.

           MOVE 1 TO WRK-IND-VNC.
           PERFORM 0255-FUNDIR-VENCIDO
             UNTIL WRK-IND-VNC GREATER WRK-QTD-VENCIDOS.

           OPEN OUTPUT MOVFOLHA.
           IF FS-MOVFOLHA NOT EQUAL 0
             DISPLAY "MOVIMENTO DA FOLHA NAO FOI REGRAVADO - "
                     "STATUS " FS-MOVFOLHA
                     " - BANCO DE HORAS NAO FOI FECHADO"
             CLOSE FUNCIONARIOS
             CLOSE EXTRATOBH
             CLOSE PASSIVOBH
             GOBACK
           END-IF.
           MOVE 1 TO WRK-IND-MVF.
           PERFORM 0258-GRAVAR-MOVIMENTO
             UNTIL WRK-IND-MVF GREATER WRK-QTD-MOVFOLHA.
           CLOSE MOVFOLHA.

       0255-FUNDIR-VENCIDO             SECTION.
           MOVE 1   TO WRK-IND-MVF.
           MOVE "N" TO WRK-SW-MVF.
           PERFORM 0257-LOCALIZAR-MOVIMENTO
             UNTIL WRK-IND-MVF GREATER WRK-QTD-MOVFOLHA
                OR MOVIMENTO-ACHADO.

           IF MOVIMENTO-ACHADO
             MOVE WRK-MVF-REG(WRK-IND-MVF) TO REG-MOVFOLHA
           ELSE
             IF WRK-QTD-MOVFOLHA LESS WRK-MAX-MOVFOLHA
               MOVE WRK-COMPETENCIA TO MVF-COMPETENCIA
               MOVE WRK-VNC-ID(WRK-IND-VNC) TO MVF-FUNC-ID
               MOVE ZEROS TO MVF-HE50
               MOVE ZEROS TO MVF-HE100
               MOVE ZEROS TO MVF-FALTAS
               MOVE ZEROS TO MVF-COMISSAO
               MOVE ZEROS TO MVF-RETROATIVO
               MOVE ZEROS TO MVF-DESC-CAIXA
               MOVE ZEROS TO MVF-HORA-AULA
               ADD 1 TO WRK-QTD-MOVFOLHA
               MOVE WRK-QTD-MOVFOLHA TO WRK-IND-MVF
             ELSE
               DISPLAY "MOVIMENTO CHEIO - HORAS VENCIDAS DO "
                       "FUNCIONARIO " WRK-VNC-ID(WRK-IND-VNC)
                       " NAO LANCADAS"
               GO TO 0255-FUNDIR-SAIDA
             END-IF
           END-IF.

           COMPUTE WRK-HORAS-VENCIDAS ROUNDED =
               WRK-VNC-MIN50(WRK-IND-VNC) / 60.
           ADD WRK-HORAS-VENCIDAS TO MVF-HE50.
           COMPUTE WRK-HORAS-VENCIDAS ROUNDED =
               WRK-VNC-MIN100(WRK-IND-VNC) / 60.
           ADD WRK-HORAS-VENCIDAS TO MVF-HE100.
           MOVE REG-MOVFOLHA TO WRK-MVF-REG(WRK-IND-MVF).
       0255-FUNDIR-SAIDA.
           ADD 1 TO WRK-IND-VNC.

       0257-LOCALIZAR-MOVIMENTO        SECTION.
           MOVE WRK-MVF-REG(WRK-IND-MVF) TO REG-MOVFOLHA.
           IF MVF-COMPETENCIA EQUAL WRK-COMPETENCIA
              AND MVF-FUNC-ID EQUAL WRK-VNC-ID(WRK-IND-VNC)
             SET MOVIMENTO-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-MVF
           END-IF.

       0258-GRAVAR-MOVIMENTO           SECTION.
           MOVE WRK-MVF-REG(WRK-IND-MVF) TO REG-MOVFOLHA.
           WRITE REG-MOVFOLHA.
           ADD 1 TO WRK-IND-MVF.

      *--- RAZAO REGRAVADO POR INTEIRO COM OS SALDOS EM ABERTO ---
       0260-GRAVAR-RAZAO               SECTION.
           OPEN OUTPUT BANCOHRS.
           IF FS-BANCOHRS NOT EQUAL 0
             DISPLAY "BANCO DE HORAS NAO FOI REGRAVADO - STATUS "
                     FS-BANCOHRS
             GO TO 0260-GRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-RZ.
           PERFORM 0265-GRAVAR-LINHA-RAZAO
             UNTIL WRK-IND-RZ GREATER WRK-QTD-RAZAO.
           CLOSE BANCOHRS.
       0260-GRAVAR-SAIDA.
           EXIT.

       0265-GRAVAR-LINHA-RAZAO         SECTION.
           MOVE WRK-RZ-ITEM(WRK-IND-RZ) TO REG-BANCOHRS.
           WRITE REG-BANCOHRS.
           ADD 1 TO WRK-IND-RZ.

      *--------------------------------------------------------------
      *  0270-POSICAO-FUNCIONARIO: SALDO ANTES E DEPOIS DO MES E O
      *  QUE FICOU EM ABERTO (CREDITOS A 50%, A 100% E DEVEDOR).
      *--------------------------------------------------------------
       0270-POSICAO-FUNCIONARIO        SECTION.
           MOVE "N"   TO WRK-SW-TEM-BANCO.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-SALDO-ATUAL.
           MOVE ZEROS TO WRK-ABERTO-50.
           MOVE ZEROS TO WRK-ABERTO-100.
           MOVE ZEROS TO WRK-ABERTO-DEB.
           MOVE 1 TO WRK-IND-RZ.
           PERFORM 0275-SOMAR-LINHA
             UNTIL WRK-IND-RZ GREATER WRK-QTD-RAZAO.

       0275-SOMAR-LINHA                SECTION.
           IF WRK-RZ-FUNC-ID(WRK-IND-RZ) EQUAL FUNC-ID
             SET FUNCIONARIO-TEM-BANCO TO TRUE
             IF RZ-CREDITO(WRK-IND-RZ)
               ADD WRK-RZ-MINUTOS(WRK-IND-RZ) TO WRK-SALDO-ATUAL
               IF WRK-RZ-COMPETENCIA(WRK-IND-RZ)
                    LESS WRK-COMPETENCIA
                 ADD WRK-RZ-MINUTOS(WRK-IND-RZ)
                   TO WRK-SALDO-ANTERIOR
               END-IF
             ELSE
               SUBTRACT WRK-RZ-MINUTOS(WRK-IND-RZ)
                 FROM WRK-SALDO-ATUAL
               IF WRK-RZ-COMPETENCIA(WRK-IND-RZ)
                    LESS WRK-COMPETENCIA
                 SUBTRACT WRK-RZ-MINUTOS(WRK-IND-RZ)
                   FROM WRK-SALDO-ANTERIOR
               END-IF
             END-IF
             EVALUATE TRUE
               WHEN RZ-CREDITO-50(WRK-IND-RZ)
                 ADD WRK-RZ-ABERTO(WRK-IND-RZ) TO WRK-ABERTO-50
               WHEN RZ-CREDITO-100(WRK-IND-RZ)
                 ADD WRK-RZ-ABERTO(WRK-IND-RZ) TO WRK-ABERTO-100
               WHEN RZ-DEBITO(WRK-IND-RZ)
                 ADD WRK-RZ-ABERTO(WRK-IND-RZ) TO WRK-ABERTO-DEB
             END-EVALUATE
           END-IF.
           ADD 1 TO WRK-IND-RZ.

      *--------------------------------------------------------------
      *  0280-IMPRIMIR-EXTRATO: SALDO ANTERIOR, LANCAMENTOS DO MES E
      *  SALDO ATUAL DO FUNCIONARIO.
      *--------------------------------------------------------------
       0280-IMPRIMIR-EXTRATO           SECTION.
           MOVE FUNC-ID   TO WRK-LX-FUNC-ID.
           MOVE FUNC-NOME TO WRK-LX-NOME.
           MOVE WRK-LINHA-FUNC TO REG-EXTRATOBH.
           WRITE REG-EXTRATOBH.

           MOVE "SALDO ANTERIOR................" TO WRK-LS-ROTULO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-MIN-FORMATAR.
           PERFORM 0290-FORMATAR-HORAS.
           MOVE WRK-HHMM TO WRK-LS-HORAS.
           MOVE WRK-LINHA-SALDO TO REG-EXTRATOBH.
           WRITE REG-EXTRATOBH.

           MOVE 1 TO WRK-IND-RZ.
           PERFORM 0282-IMPRIMIR-LANCAMENTO
             UNTIL WRK-IND-RZ GREATER WRK-QTD-RAZAO.

           MOVE "SALDO ATUAL..................." TO WRK-LS-ROTULO.
           MOVE WRK-SALDO-ATUAL TO WRK-MIN-FORMATAR.
           PERFORM 0290-FORMATAR-HORAS.
           MOVE WRK-HHMM TO WRK-LS-HORAS.
           MOVE WRK-LINHA-SALDO TO REG-EXTRATOBH.
           WRITE REG-EXTRATOBH.
           MOVE SPACES TO REG-EXTRATOBH.
           WRITE REG-EXTRATOBH.
           ADD 1 TO WRK-ACUM-EXTRATOS.

       0282-IMPRIMIR-LANCAMENTO        SECTION.
           IF WRK-RZ-FUNC-ID(WRK-IND-RZ) EQUAL FUNC-ID
              AND WRK-RZ-COMPETENCIA(WRK-IND-RZ)
                  EQUAL WRK-COMPETENCIA
             MOVE WRK-RZ-DATA(WRK-IND-RZ) TO WRK-LM-DATA
             MOVE SPACES TO WRK-LM-OBS
             MOVE WRK-RZ-MINUTOS(WRK-IND-RZ) TO WRK-MIN-FORMATAR
             EVALUATE WRK-RZ-TIPO(WRK-IND-RZ)
               WHEN 'A'
                 MOVE "CREDITO 50%"     TO WRK-LM-DESCR
               WHEN 'B'
                 MOVE "CREDITO 100%"    TO WRK-LM-DESCR
               WHEN 'D'
                 MOVE "HORAS A MENOS"   TO WRK-LM-DESCR
                 MULTIPLY -1 BY WRK-MIN-FORMATAR
               WHEN 'F'
                 MOVE "FOLGA COMPENSADA" TO WRK-LM-DESCR
                 MULTIPLY -1 BY WRK-MIN-FORMATAR
               WHEN OTHER
                 MOVE "VENCIDO - PAGO"  TO WRK-LM-DESCR
                 MULTIPLY -1 BY WRK-MIN-FORMATAR
                 STRING "CREDITO DE " WRK-RZ-REFERENCIA(WRK-IND-RZ)
                   DELIMITED BY SIZE INTO WRK-LM-OBS
                 END-STRING
             END-EVALUATE
             PERFORM 0290-FORMATAR-HORAS
             MOVE WRK-HHMM TO WRK-LM-HORAS
             MOVE WRK-LINHA-MOV TO REG-EXTRATOBH
             WRITE REG-EXTRATOBH
           END-IF.
           ADD 1 TO WRK-IND-RZ.

      *--------------------------------------------------------------
      *  0285-IMPRIMIR-PASSIVO: CREDITOS EM ABERTO EM HORAS E EM
      *  DINHEIRO (SALARIO-HORA COM O ADICIONAL DE CADA CREDITO) E O
      *  QUE O FUNCIONARIO AINDA DEVE DE HORAS.
      *--------------------------------------------------------------
       0285-IMPRIMIR-PASSIVO           SECTION.
           COMPUTE WRK-VALOR-HORA ROUNDED =
               FUNC-SALARIO / WRK-HORAS-MES.
           COMPUTE WRK-VALOR-PASSIVO ROUNDED =
               (WRK-ABERTO-50  * WRK-VALOR-HORA * WRK-FATOR-50
              + WRK-ABERTO-100 * WRK-VALOR-HORA * WRK-FATOR-100) / 60.

           MOVE FUNC-ID   TO WRK-LP-FUNC-ID.
           MOVE FUNC-NOME TO WRK-LP-NOME.
           MOVE WRK-ABERTO-50 TO WRK-MIN-FORMATAR.
           PERFORM 0290-FORMATAR-HORAS.
           MOVE WRK-HHMM TO WRK-LP-HORAS-50.
           MOVE WRK-ABERTO-100 TO WRK-MIN-FORMATAR.
           PERFORM 0290-FORMATAR-HORAS.
           MOVE WRK-HHMM TO WRK-LP-HORAS-100.
           MOVE WRK-ABERTO-DEB TO WRK-MIN-FORMATAR.
           PERFORM 0290-FORMATAR-HORAS.
           MOVE WRK-HHMM TO WRK-LP-HORAS-DEB.
           MOVE WRK-VALOR-PASSIVO TO WRK-LP-VALOR.
           MOVE WRK-LINHA-PASSIVO TO REG-PASSIVOBH.
           WRITE REG-PASSIVOBH.

           ADD WRK-ABERTO-50     TO WRK-TOT-ABERTO-50.
           ADD WRK-ABERTO-100    TO WRK-TOT-ABERTO-100.
           ADD WRK-ABERTO-DEB    TO WRK-TOT-ABERTO-DEB.
           ADD WRK-VALOR-PASSIVO TO WRK-TOT-PASSIVO.

      *--- MINUTOS EM WRK-MIN-FORMATAR PARA -HHHH:MM EM WRK-HHMM ---
       0290-FORMATAR-HORAS             SECTION.
           IF WRK-MIN-FORMATAR LESS ZEROS
             MOVE "-" TO WRK-HM-SINAL
             COMPUTE WRK-MIN-ABS = WRK-MIN-FORMATAR * -1
           ELSE
             MOVE " " TO WRK-HM-SINAL
             MOVE WRK-MIN-FORMATAR TO WRK-MIN-ABS
           END-IF.
           DIVIDE WRK-MIN-ABS BY 60 GIVING WRK-HM-HORAS
             REMAINDER WRK-HM-MIN.

           COPY "CAMFUNCP.cpy".
           COPY "CAMMVFP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE FUNCIONARIOS.
               CLOSE EXTRATOBH.
               CLOSE PASSIVOBH.
               DISPLAY "LANCAMENTOS DO PONTO.: " WRK-ACUM-LANCADOS.
               DISPLAY "FOLGAS COMPENSADAS...: " WRK-ACUM-FOLGAS.
               DISPLAY "CREDITOS VENCIDOS....: " WRK-ACUM-VENCIDOS.
               DISPLAY "EXTRATOS EMITIDOS....: " WRK-ACUM-EXTRATOS.
               MOVE WRK-TOT-PASSIVO TO WRK-TOTAL-ED.
               DISPLAY "PASSIVO DO BANCO.....: " WRK-TOTAL-ED.
               DISPLAY "EXTRATO GRAVADO EM " WRK-CAMINHO-EXTRATOBH.
               DISPLAY "PASSIVO GRAVADO EM " WRK-CAMINHO-PASSIVOBH.
               MOVE "PROGRAMA92" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               COMPUTE LOG-QTD = WRK-ACUM-LANCADOS + WRK-ACUM-FOLGAS
                                 + WRK-ACUM-VENCIDOS.
               MOVE "FECHAMENTO DO BANCO DE HORAS" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
