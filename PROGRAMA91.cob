       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA91.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: CALCULO MENSAL DO VALE-TRANSPORTE - PARA A
      *==           COMPETENCIA DE USO (PADRAO: O MES SEGUINTE AO
      *==           ATUAL) APURA POR FUNCIONARIO OPTANTE DO CADASTRO
      *==           VALETRAN.DAT (FUN014) OS DIAS DE DESLOCAMENTO,
      *==           ABATIDAS AS FALTAS DO MES ANTERIOR (MOVFOLHA.DAT,
      *==           LANCADAS PELO FUN008) E OS DIAS DE FERIAS QUE
      *==           CAEM NO MES (FERIAS.DAT); A QUANTIDADE DE VALES
      *==           E O CUSTO DA COMPRA; O DESCONTO LEGAL DO
      *==           EMPREGADO (6% DO SALARIO, LIMITADO AO CUSTO) QUE
      *==           O PROGRAMA19 DESCONTA NA FOLHA DA COMPETENCIA; E A
      *==           PARTE DA EMPRESA POR CENTRO DE CUSTO PARA O
      *==           PROGRAMA60. GRAVA O MOVIMENTO EM VTMOV.DAT
      *==           (RERODADA SUBSTITUI A COMPETENCIA) E O PEDIDO DE
      *==           COMPRA PARA A OPERADORA DE TRANSPORTE, COM O
      *==           RESUMO POR TARIFA. REGISTRA A EXECUCAO NO
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

           SELECT VALETRAN ASSIGN TO WRK-CAMINHO-VALETRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALETRAN.

           SELECT MOVFOLHA ASSIGN TO WRK-CAMINHO-MOVFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVFOLHA.

           SELECT FERIAS ASSIGN TO WRK-CAMINHO-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FERIAS.

           SELECT VTMOV ASSIGN TO WRK-CAMINHO-VTMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VTMOV.

           SELECT VTWORK ASSIGN TO WRK-CAMINHO-VTWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VTWORK.

           SELECT PEDIDOVT ASSIGN TO WRK-CAMINHO-PEDIDOVT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOVT.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".

       FD  VALETRAN.
           COPY "VALETRAN.cpy".

       FD  MOVFOLHA.
           COPY "MOVFOLHA.cpy".

       FD  FERIAS.
           COPY "FERIAS.cpy".

       FD  VTMOV.
           COPY "VTMOV.cpy".

       FD  VTWORK.
       01  REG-VTWORK                  PIC X(47).

       FD  PEDIDOVT.
       01  REG-PEDIDOVT                PIC X(80).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMMVF.cpy".
           COPY "CAMFER.cpy".
           COPY "CAMVTM.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
       77  FS-FUNCIONARIOS            PIC 9(02)        VALUE ZEROS.
       77  FS-VALETRAN                PIC 9(02)        VALUE ZEROS.
       77  FS-MOVFOLHA                PIC 9(02)        VALUE ZEROS.
       77  FS-FERIAS                  PIC 9(02)        VALUE ZEROS.
       77  FS-VTMOV                   PIC 9(02)        VALUE ZEROS.
       77  FS-VTWORK                  PIC 9(02)        VALUE ZEROS.
       77  FS-PEDIDOVT                PIC 9(02)        VALUE ZEROS.
       77  FS-BATCHLOG                PIC 9(02)        VALUE ZEROS.
       77  WRK-CAMINHO-VALETRAN       PIC X(100)       VALUE
           "C:/COBOL/DADOS/VALETRAN.DAT.txt".
       77  WRK-CAMINHO-VTWORK         PIC X(100)       VALUE
           "C:/COBOL/DADOS/VTWORK.DAT.txt".
       77  WRK-CAMINHO-PEDIDOVT       PIC X(100)       VALUE SPACES.

      *--- DESCONTO LEGAL DO EMPREGADO (PERCENTUAL DO SALARIO) ---
       77  WRK-PCT-DESCONTO           PIC 9(02)V99     VALUE 6.

      *--------------- COMPETENCIA DE USO E MES ANTERIOR ---------------
       01  WRK-COMPETENCIA            PIC 9(06)        VALUE ZEROS.
       01  WRK-COMPETENCIA-RED REDEFINES WRK-COMPETENCIA.
           05 WRK-CMP-ANO             PIC 9(04).
           05 WRK-CMP-MES             PIC 9(02).
       01  WRK-COMP-ANTERIOR          PIC 9(06)        VALUE ZEROS.
       01  WRK-COMP-ANT-RED REDEFINES WRK-COMP-ANTERIOR.
           05 WRK-ANT-ANO             PIC 9(04).
           05 WRK-ANT-MES             PIC 9(02).
       01  WRK-COMP-SEGUINTE          PIC 9(06)        VALUE ZEROS.
       01  WRK-COMP-SEG-RED REDEFINES WRK-COMP-SEGUINTE.
           05 WRK-SEG-ANO             PIC 9(04).
           05 WRK-SEG-MES             PIC 9(02).
       77  WRK-SERIAL-INICIO-MES      PIC 9(08)        VALUE ZEROS.
       77  WRK-SERIAL-FIM-MES         PIC 9(08)        VALUE ZEROS.
       77  WRK-SERIAL-FER-INI         PIC 9(08)        VALUE ZEROS.
       77  WRK-SERIAL-FER-FIM         PIC 9(08)        VALUE ZEROS.
       77  WRK-DIAS-SOBREPOSTOS       PIC 9(03)        VALUE ZEROS.

      *--- CALCULO DE DIAS (SERIAL DE DIAS CORRIDOS) ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO       PIC 9(04).
           05 WRK-DS-MES       PIC 9(02).
           05 WRK-DS-DIA       PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL          PIC 9(08)    VALUE ZEROS.
       77  WRK-RESTO-ANO       PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS     PIC 9(03) OCCURS 12 TIMES.

      *--------------- CADASTRO VIGENTE, FALTAS E FERIAS ---------------
       01  WRK-TAB-VALES.
           05 WRK-VT-ITEM OCCURS 300 TIMES.
              10 WRK-VT-ID        PIC 9(04).
              10 WRK-VT-TARIFA    PIC 9(03)V99.
              10 WRK-VT-CONDUCOES PIC 9(02).
              10 WRK-VT-DIAS-MES  PIC 9(02).
              10 WRK-VT-OPTANTE   PIC X(01).
              10 WRK-VT-FALTAS    PIC 9(02).
              10 WRK-VT-FERIAS    PIC 9(03).
       77  WRK-QTD-VALES              PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-VALES              PIC 9(03)        VALUE 300.
       77  WRK-IND-VT                 PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-VT                  PIC X(01)        VALUE "N".
           88 VALE-ACHADO                              VALUE "S".
       77  WRK-ID-BUSCA               PIC 9(04)        VALUE ZEROS.

      *--------------- RESUMO DO PEDIDO POR TARIFA ---------------------
       01  WRK-TAB-TARIFAS.
           05 WRK-TRF-ITEM OCCURS 30 TIMES.
              10 WRK-TRF-TARIFA   PIC 9(03)V99.
              10 WRK-TRF-QTD      PIC 9(06).
              10 WRK-TRF-VALOR    PIC 9(08)V99.
       77  WRK-QTD-TARIFAS            PIC 9(02)        VALUE ZEROS.
       77  WRK-MAX-TARIFAS            PIC 9(02)        VALUE 30.
       77  WRK-IND-TRF                PIC 9(02)        VALUE ZEROS.
       77  WRK-SW-TRF                 PIC X(01)        VALUE "N".
           88 TARIFA-ACHADA                            VALUE "S".

      *--------------- CALCULO DO FUNCIONARIO EM PROCESSO --------------
       77  WRK-DIAS-ABATER            PIC 9(03)        VALUE ZEROS.
       77  WRK-DIAS-VALE              PIC 9(02)        VALUE ZEROS.
       77  WRK-FERIAS-UTEIS           PIC 9(03)        VALUE ZEROS.
       77  WRK-QTD-VALES-FUNC         PIC 9(03)        VALUE ZEROS.
       77  WRK-CUSTO-VALE             PIC 9(06)V99     VALUE ZEROS.
       77  WRK-DESCONTO-VALE          PIC 9(06)V99     VALUE ZEROS.
       77  WRK-MOTIVO                 PIC X(30)        VALUE SPACES.

       01  WRK-LINHA-CABEC.
           05 FILLER  PIC X(06) VALUE "ID".
           05 FILLER  PIC X(10) VALUE "NOME".
           05 FILLER  PIC X(06) VALUE "DIAS".
           05 FILLER  PIC X(07) VALUE "VALES".
           05 FILLER  PIC X(10) VALUE "TARIFA".
           05 FILLER  PIC X(12) VALUE "CUSTO".
           05 FILLER  PIC X(12) VALUE "DESC. 6%".
           05 FILLER  PIC X(12) VALUE "EMPRESA".
       01  WRK-LINHA-PEDIDO.
           05 WRK-LP-FUNC-ID          PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LP-NOME             PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LP-DIAS             PIC Z9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WRK-LP-QTD              PIC ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LP-TARIFA           PIC ZZ9,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LP-CUSTO            PIC ZZ.ZZ9,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LP-DESCONTO         PIC ZZ.ZZ9,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LP-EMPRESA          PIC ZZ.ZZ9,99.
       01  WRK-LINHA-FORA.
           05 WRK-LF-FUNC-ID          PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WRK-LF-NOME             PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "SEM COMPRA -".
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WRK-LF-MOTIVO           PIC X(30).
       01  WRK-LINHA-TARIFA.
           05 FILLER                  PIC X(08) VALUE "TARIFA ".
           05 WRK-LR-TARIFA           PIC ZZ9,99.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 WRK-LR-QTD              PIC ZZZ.ZZ9.
           05 FILLER                  PIC X(07) VALUE " VALES ".
           05 WRK-LR-VALOR            PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-TOTAL.
           05 FILLER                  PIC X(18) VALUE
              "TOTAL DO PEDIDO:  ".
           05 WRK-LT-QTD              PIC ZZZ.ZZ9.
           05 FILLER                  PIC X(07) VALUE " VALES ".
           05 WRK-LT-VALOR            PIC ZZ.ZZZ.ZZ9,99.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-LIDOS             PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-COMPRAS           PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-FORA              PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-QTD                PIC 9(06)     VALUE ZEROS.
       77  WRK-TOT-CUSTO              PIC 9(10)V99  VALUE ZEROS.
       77  WRK-TOT-DESCONTO           PIC 9(10)V99  VALUE ZEROS.
       77  WRK-TOT-EMPRESA            PIC 9(10)V99  VALUE ZEROS.
       77  WRK-TOTAL-ED               PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DE USO DO VALE (AAAAMM, 0 = PROXIMA) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
             IF WRK-CMP-MES EQUAL 12
               MOVE 1 TO WRK-CMP-MES
               ADD 1 TO WRK-CMP-ANO
             ELSE
               ADD 1 TO WRK-CMP-MES
             END-IF
           END-IF.
           IF WRK-CMP-MES LESS 1 OR WRK-CMP-MES GREATER 12
             DISPLAY "COMPETENCIA INVALIDA - " WRK-COMPETENCIA
             GOBACK
           END-IF.

      *    O DESCONTO SAI NA FOLHA DA COMPETENCIA DE USO - FOLHA
      *    FECHADA NAO RECEBE MAIS MOVIMENTO
           MOVE WRK-COMPETENCIA TO PRS-COMPETENCIA.
           CALL "PERIODO" USING WRK-AREA-PERIODO.
           IF PRS-FECHADA
             DISPLAY "COMPETENCIA " WRK-COMPETENCIA " JA ESTA "
                     "FECHADA - VALE-TRANSPORTE NAO SERA CALCULADO"
             GOBACK
           END-IF.

           MOVE WRK-COMPETENCIA TO WRK-COMP-ANTERIOR.
           IF WRK-ANT-MES EQUAL 1
             MOVE 12 TO WRK-ANT-MES
             SUBTRACT 1 FROM WRK-ANT-ANO
           ELSE
             SUBTRACT 1 FROM WRK-ANT-MES
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-COMP-SEGUINTE.
           IF WRK-SEG-MES EQUAL 12
             MOVE 1 TO WRK-SEG-MES
             ADD 1 TO WRK-SEG-ANO
           ELSE
             ADD 1 TO WRK-SEG-MES
           END-IF.

      *    LIMITES DO MES DE USO EM DIAS CORRIDOS, PARA CRUZAR COM
      *    O GOZO DAS FERIAS
           COMPUTE WRK-DATA-SER-NUM = WRK-COMPETENCIA * 100 + 1.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-INICIO-MES.
           COMPUTE WRK-DATA-SER-NUM = WRK-COMP-SEGUINTE * 100 + 1.
           PERFORM 0290-SERIAL-DE-DIAS.
           COMPUTE WRK-SERIAL-FIM-MES = WRK-SERIAL - 1.

           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GOBACK
           END-IF.

           PERFORM 0120-CARREGAR-CADASTRO.
           IF WRK-QTD-VALES EQUAL ZEROS
             DISPLAY "NENHUM FUNCIONARIO NO CADASTRO DE "
                     "VALE-TRANSPORTE (FUN014)"
             CLOSE FUNCIONARIOS
             GOBACK
           END-IF.
           PERFORM 0131-CARREGAR-FALTAS.
           PERFORM 0134-CARREGAR-FERIAS.

           PERFORM 0161-OBTER-CAMINHO-VTMOV.
           PERFORM 0140-EXPURGAR-COMPETENCIA.
           OPEN EXTEND VTMOV.
           IF FS-VTMOV EQUAL 35
             OPEN OUTPUT VTMOV
           END-IF.
           IF FS-VTMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VALE-TRANSPORTE NAO FOI ABERTO - "
                     "STATUS " FS-VTMOV
             CLOSE FUNCIONARIOS
             GOBACK
           END-IF.

           MOVE "PEDIDOVT" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-PEDIDOVT.
           OPEN OUTPUT PEDIDOVT.
           IF FS-PEDIDOVT NOT EQUAL 0
             DISPLAY "PEDIDO DE VALE-TRANSPORTE NAO FOI ABERTO - "
                     "STATUS " FS-PEDIDOVT
             CLOSE FUNCIONARIOS
             CLOSE VTMOV
             GOBACK
           END-IF.

           MOVE SPACES TO REG-PEDIDOVT.
           STRING "PEDIDO DE VALE-TRANSPORTE - COMPETENCIA DE USO "
                  WRK-COMPETENCIA
             DELIMITED BY SIZE INTO REG-PEDIDOVT
           END-STRING.
           WRITE REG-PEDIDOVT.
           MOVE SPACES TO REG-PEDIDOVT.
           STRING "FALTAS ABATIDAS DA COMPETENCIA " WRK-COMP-ANTERIOR
                  " - FERIAS DO MES DE USO"
             DELIMITED BY SIZE INTO REG-PEDIDOVT
           END-STRING.
           WRITE REG-PEDIDOVT.
           MOVE SPACES TO REG-PEDIDOVT.
           WRITE REG-PEDIDOVT.
           MOVE WRK-LINHA-CABEC TO REG-PEDIDOVT.
           WRITE REG-PEDIDOVT.

      *--------------------------------------------------------------
      *  0120-CARREGAR-CADASTRO: CADASTRO VIGENTE DE CADA
      *  FUNCIONARIO - A LINHA MAIS NOVA SUBSTITUI A ANTERIOR.
      *--------------------------------------------------------------
       0120-CARREGAR-CADASTRO          SECTION.
           CALL "CONFIG" USING
               "VALETRAN_DAT        " WRK-CAMINHO-VALETRAN.
           OPEN INPUT VALETRAN.
           IF FS-VALETRAN NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ VALETRAN NEXT RECORD.
           PERFORM UNTIL FS-VALETRAN NOT EQUAL 00
             MOVE VTC-FUNC-ID TO WRK-ID-BUSCA
             PERFORM 0122-BUSCAR-VALE
             IF NOT VALE-ACHADO
               IF WRK-QTD-VALES LESS WRK-MAX-VALES
                 ADD 1 TO WRK-QTD-VALES
                 MOVE WRK-QTD-VALES TO WRK-IND-VT
                 MOVE ZEROS TO WRK-VT-FALTAS(WRK-IND-VT)
                 MOVE ZEROS TO WRK-VT-FERIAS(WRK-IND-VT)
                 SET VALE-ACHADO TO TRUE
               ELSE
                 DISPLAY "CADASTRO DE VALES CHEIO (MAX "
                         WRK-MAX-VALES ")"
               END-IF
             END-IF
             IF VALE-ACHADO
               MOVE VTC-FUNC-ID   TO WRK-VT-ID(WRK-IND-VT)
               MOVE VTC-TARIFA    TO WRK-VT-TARIFA(WRK-IND-VT)
               MOVE VTC-CONDUCOES TO WRK-VT-CONDUCOES(WRK-IND-VT)
               MOVE VTC-DIAS-MES  TO WRK-VT-DIAS-MES(WRK-IND-VT)
               MOVE VTC-OPTANTE   TO WRK-VT-OPTANTE(WRK-IND-VT)
             END-IF
             READ VALETRAN NEXT RECORD
           END-PERFORM.
           CLOSE VALETRAN.
       0120-CARREGAR-SAIDA.
           EXIT.

       0122-BUSCAR-VALE                SECTION.
           MOVE 1   TO WRK-IND-VT.
           MOVE "N" TO WRK-SW-VT.
           PERFORM 0123-LOCALIZAR-VALE
             UNTIL WRK-IND-VT GREATER WRK-QTD-VALES
                OR VALE-ACHADO.

       0123-LOCALIZAR-VALE             SECTION.
           IF WRK-VT-ID(WRK-IND-VT) EQUAL WRK-ID-BUSCA
             SET VALE-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-VT
           END-IF.

      *--------------------------------------------------------------
      *  0131-CARREGAR-FALTAS: DIAS DE FALTA DO MES ANTERIOR (PONTO
      *  IMPORTADO PELO FUN008) - O VALE NAO USADO NAQUELES DIAS E
      *  COMPENSADO NA COMPRA DO MES DE USO.
      *--------------------------------------------------------------
       0131-CARREGAR-FALTAS            SECTION.
           PERFORM 0126-OBTER-CAMINHO-MOVFOLHA.
           OPEN INPUT MOVFOLHA.
           IF FS-MOVFOLHA NOT EQUAL 0
             GO TO 0131-CARREGAR-SAIDA
           END-IF.
           READ MOVFOLHA NEXT RECORD.
           PERFORM UNTIL FS-MOVFOLHA NOT EQUAL 00
             IF MVF-COMPETENCIA EQUAL WRK-COMP-ANTERIOR
               MOVE MVF-FUNC-ID TO WRK-ID-BUSCA
               PERFORM 0122-BUSCAR-VALE
               IF VALE-ACHADO
                 MOVE MVF-FALTAS TO WRK-VT-FALTAS(WRK-IND-VT)
               END-IF
             END-IF
             READ MOVFOLHA NEXT RECORD
           END-PERFORM.
           CLOSE MOVFOLHA.
       0131-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0134-CARREGAR-FERIAS: DIAS CORRIDOS DE GOZO QUE CAEM DENTRO
      *  DO MES DE USO, SOMADOS POR FUNCIONARIO.
      *--------------------------------------------------------------
       0134-CARREGAR-FERIAS            SECTION.
           PERFORM 0155-OBTER-CAMINHO-FERIAS.
           OPEN INPUT FERIAS.
           IF FS-FERIAS NOT EQUAL 0
             GO TO 0134-CARREGAR-SAIDA
           END-IF.
           READ FERIAS NEXT RECORD.
           PERFORM UNTIL FS-FERIAS NOT EQUAL 00
             IF FER-DATA-INICIO IS NUMERIC
                AND FER-DATA-INICIO GREATER ZEROS
                AND FER-DIAS IS NUMERIC
                AND FER-DIAS GREATER ZEROS
               MOVE FER-FUNC-ID TO WRK-ID-BUSCA
               PERFORM 0122-BUSCAR-VALE
               IF VALE-ACHADO
                 PERFORM 0135-SOBREPOR-FERIAS
               END-IF
             END-IF
             READ FERIAS NEXT RECORD
           END-PERFORM.
           CLOSE FERIAS.
       0134-CARREGAR-SAIDA.
           EXIT.

       0135-SOBREPOR-FERIAS            SECTION.
           MOVE FER-DATA-INICIO TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-FER-INI.
           COMPUTE WRK-SERIAL-FER-FIM = WRK-SERIAL + FER-DIAS - 1.
           IF WRK-SERIAL-FER-FIM LESS WRK-SERIAL-INICIO-MES
              OR WRK-SERIAL-FER-INI GREATER WRK-SERIAL-FIM-MES
             GO TO 0135-SOBREPOR-SAIDA
           END-IF.
           IF WRK-SERIAL-FER-INI LESS WRK-SERIAL-INICIO-MES
             MOVE WRK-SERIAL-INICIO-MES TO WRK-SERIAL-FER-INI
           END-IF.
           IF WRK-SERIAL-FER-FIM GREATER WRK-SERIAL-FIM-MES
             MOVE WRK-SERIAL-FIM-MES TO WRK-SERIAL-FER-FIM
           END-IF.
           COMPUTE WRK-DIAS-SOBREPOSTOS =
               WRK-SERIAL-FER-FIM - WRK-SERIAL-FER-INI + 1.
           ADD WRK-DIAS-SOBREPOSTOS TO WRK-VT-FERIAS(WRK-IND-VT).
       0135-SOBREPOR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0140-EXPURGAR-COMPETENCIA: NA RERODADA AS LINHAS DA MESMA
      *  COMPETENCIA DE USO SAO RETIRADAS DO VTMOV.DAT (COPIA PARA O
      *  ARQUIVO DE TRABALHO E REGRAVACAO) - A RERODADA SUBSTITUI.
      *--------------------------------------------------------------
       0140-EXPURGAR-COMPETENCIA       SECTION.
           CALL "CONFIG" USING
               "VTWORK_DAT          " WRK-CAMINHO-VTWORK.
           OPEN INPUT VTMOV.
           IF FS-VTMOV NOT EQUAL 0
             GO TO 0140-EXPURGAR-SAIDA
           END-IF.
           OPEN OUTPUT VTWORK.
           IF FS-VTWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DO VALE-TRANSPORTE NAO FOI "
                     "ABERTO - STATUS " FS-VTWORK
             CLOSE VTMOV
             GO TO 0140-EXPURGAR-SAIDA
           END-IF.
           READ VTMOV NEXT RECORD.
           PERFORM UNTIL FS-VTMOV NOT EQUAL 00
             IF VTM-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               MOVE REG-VTMOV TO REG-VTWORK
               WRITE REG-VTWORK
             END-IF
             READ VTMOV NEXT RECORD
           END-PERFORM.
           CLOSE VTMOV.
           CLOSE VTWORK.

           OPEN INPUT VTWORK.
           OPEN OUTPUT VTMOV.
           READ VTWORK NEXT RECORD.
           PERFORM UNTIL FS-VTWORK NOT EQUAL 00
             MOVE REG-VTWORK TO REG-VTMOV
             WRITE REG-VTMOV
             READ VTWORK NEXT RECORD
           END-PERFORM.
           CLOSE VTWORK.
           CLOSE VTMOV.
       0140-EXPURGAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
               READ FUNCIONARIOS NEXT RECORD.

               PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
                 MOVE FUNC-ID TO WRK-ID-BUSCA
                 PERFORM 0122-BUSCAR-VALE
                 IF VALE-ACHADO
                   PERFORM 0210-CALCULAR-VALE
                   IF WRK-QTD-VALES-FUNC GREATER ZEROS
                     ADD 1 TO WRK-ACUM-COMPRAS
                     PERFORM 0220-GRAVAR-VALE
                   ELSE
                     ADD 1 TO WRK-ACUM-FORA
                     MOVE FUNC-ID    TO WRK-LF-FUNC-ID
                     MOVE FUNC-NOME  TO WRK-LF-NOME
                     MOVE WRK-MOTIVO TO WRK-LF-MOTIVO
                     MOVE WRK-LINHA-FORA TO REG-PEDIDOVT
                     WRITE REG-PEDIDOVT
                   END-IF
                 ELSE
                   ADD 1 TO WRK-ACUM-FORA
                 END-IF
                 READ FUNCIONARIOS NEXT RECORD
               END-PERFORM.

      *--------------------------------------------------------------
      *  0210-CALCULAR-VALE: DIAS DO MES DE USO MENOS AS FALTAS DO
      *  MES ANTERIOR E OS DIAS UTEIS DE FERIAS (DIAS CORRIDOS NA
      *  PROPORCAO DOS DIAS DE DESLOCAMENTO POR 30), QUANTIDADE DE
      *  VALES, CUSTO E O DESCONTO DE 6% DO SALARIO ATE O CUSTO.
      *--------------------------------------------------------------
       0210-CALCULAR-VALE              SECTION.
           MOVE ZEROS  TO WRK-QTD-VALES-FUNC.
           MOVE ZEROS  TO WRK-DIAS-VALE.
           MOVE ZEROS  TO WRK-CUSTO-VALE.
           MOVE ZEROS  TO WRK-DESCONTO-VALE.
           MOVE SPACES TO WRK-MOTIVO.

           IF FUNC-DEMISSAO IS NUMERIC
              AND FUNC-DEMISSAO GREATER ZEROS
             MOVE "DESLIGADO" TO WRK-MOTIVO
             GO TO 0210-CALCULAR-SAIDA
           END-IF.
           IF WRK-VT-OPTANTE(WRK-IND-VT) NOT EQUAL 'S'
             MOVE "RECUSOU O VALE-TRANSPORTE" TO WRK-MOTIVO
             GO TO 0210-CALCULAR-SAIDA
           END-IF.
           IF FUNC-ADMISSAO IS NUMERIC
              AND FUNC-ADMISSAO GREATER
                  WRK-COMP-SEGUINTE * 100
             MOVE "ADMITIDO DEPOIS DO MES DE USO" TO WRK-MOTIVO
             GO TO 0210-CALCULAR-SAIDA
           END-IF.

           COMPUTE WRK-FERIAS-UTEIS ROUNDED =
               WRK-VT-FERIAS(WRK-IND-VT)
               * WRK-VT-DIAS-MES(WRK-IND-VT) / 30.
           COMPUTE WRK-DIAS-ABATER =
               WRK-VT-FALTAS(WRK-IND-VT) + WRK-FERIAS-UTEIS.
           IF WRK-DIAS-ABATER NOT LESS WRK-VT-DIAS-MES(WRK-IND-VT)
             MOVE "FERIAS/FALTAS COBREM O MES" TO WRK-MOTIVO
             GO TO 0210-CALCULAR-SAIDA
           END-IF.
           COMPUTE WRK-DIAS-VALE =
               WRK-VT-DIAS-MES(WRK-IND-VT) - WRK-DIAS-ABATER.

           COMPUTE WRK-QTD-VALES-FUNC =
               WRK-DIAS-VALE * WRK-VT-CONDUCOES(WRK-IND-VT).
           COMPUTE WRK-CUSTO-VALE =
               WRK-QTD-VALES-FUNC * WRK-VT-TARIFA(WRK-IND-VT).
           COMPUTE WRK-DESCONTO-VALE ROUNDED =
               FUNC-SALARIO * WRK-PCT-DESCONTO / 100.
           IF WRK-DESCONTO-VALE GREATER WRK-CUSTO-VALE
             MOVE WRK-CUSTO-VALE TO WRK-DESCONTO-VALE
           END-IF.
       0210-CALCULAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0220-GRAVAR-VALE: LINHA DO VTMOV.DAT, LINHA DO PEDIDO E O
      *  RESUMO POR TARIFA.
      *--------------------------------------------------------------
       0220-GRAVAR-VALE                SECTION.
           MOVE WRK-COMPETENCIA    TO VTM-COMPETENCIA.
           MOVE FUNC-ID            TO VTM-FUNC-ID.
           IF FUNC-CCUSTO IS NUMERIC
             MOVE FUNC-CCUSTO      TO VTM-CCUSTO
           ELSE
             MOVE ZEROS            TO VTM-CCUSTO
           END-IF.
           MOVE WRK-DIAS-VALE      TO VTM-DIAS.
           MOVE WRK-QTD-VALES-FUNC TO VTM-QTD-VALES.
           MOVE WRK-VT-TARIFA(WRK-IND-VT) TO VTM-TARIFA.
           MOVE WRK-CUSTO-VALE     TO VTM-CUSTO.
           MOVE WRK-DESCONTO-VALE  TO VTM-DESCONTO.
           COMPUTE VTM-EMPRESA = WRK-CUSTO-VALE - WRK-DESCONTO-VALE.
           WRITE REG-VTMOV.

           MOVE FUNC-ID            TO WRK-LP-FUNC-ID.
           MOVE FUNC-NOME          TO WRK-LP-NOME.
           MOVE WRK-DIAS-VALE      TO WRK-LP-DIAS.
           MOVE WRK-QTD-VALES-FUNC TO WRK-LP-QTD.
           MOVE VTM-TARIFA         TO WRK-LP-TARIFA.
           MOVE VTM-CUSTO          TO WRK-LP-CUSTO.
           MOVE VTM-DESCONTO       TO WRK-LP-DESCONTO.
           MOVE VTM-EMPRESA        TO WRK-LP-EMPRESA.
           MOVE WRK-LINHA-PEDIDO   TO REG-PEDIDOVT.
           WRITE REG-PEDIDOVT.

           ADD VTM-QTD-VALES TO WRK-TOT-QTD.
           ADD VTM-CUSTO     TO WRK-TOT-CUSTO.
           ADD VTM-DESCONTO  TO WRK-TOT-DESCONTO.
           ADD VTM-EMPRESA   TO WRK-TOT-EMPRESA.

           MOVE 1   TO WRK-IND-TRF.
           MOVE "N" TO WRK-SW-TRF.
           PERFORM 0225-LOCALIZAR-TARIFA
             UNTIL WRK-IND-TRF GREATER WRK-QTD-TARIFAS
                OR TARIFA-ACHADA.
           IF NOT TARIFA-ACHADA
             IF WRK-QTD-TARIFAS LESS WRK-MAX-TARIFAS
               ADD 1 TO WRK-QTD-TARIFAS
               MOVE WRK-QTD-TARIFAS TO WRK-IND-TRF
               MOVE VTM-TARIFA TO WRK-TRF-TARIFA(WRK-IND-TRF)
               MOVE ZEROS      TO WRK-TRF-QTD(WRK-IND-TRF)
               MOVE ZEROS      TO WRK-TRF-VALOR(WRK-IND-TRF)
             ELSE
               GO TO 0220-GRAVAR-SAIDA
             END-IF
           END-IF.
           ADD VTM-QTD-VALES TO WRK-TRF-QTD(WRK-IND-TRF).
           ADD VTM-CUSTO     TO WRK-TRF-VALOR(WRK-IND-TRF).
       0220-GRAVAR-SAIDA.
           EXIT.

       0225-LOCALIZAR-TARIFA           SECTION.
           IF WRK-TRF-TARIFA(WRK-IND-TRF) EQUAL VTM-TARIFA
             SET TARIFA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-TRF
           END-IF.

       0230-IMPRIMIR-TARIFA            SECTION.
           MOVE WRK-TRF-TARIFA(WRK-IND-TRF) TO WRK-LR-TARIFA.
           MOVE WRK-TRF-QTD(WRK-IND-TRF)    TO WRK-LR-QTD.
           MOVE WRK-TRF-VALOR(WRK-IND-TRF)  TO WRK-LR-VALOR.
           MOVE WRK-LINHA-TARIFA TO REG-PEDIDOVT.
           WRITE REG-PEDIDOVT.
           ADD 1 TO WRK-IND-TRF.

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
           COPY "CAMMVFP.cpy".
           COPY "CAMFERP.cpy".
           COPY "CAMVTMP.cpy".
       0300-FINALIZAR                   SECTION.
               MOVE SPACES TO REG-PEDIDOVT.
               WRITE REG-PEDIDOVT.
               MOVE "RESUMO DO PEDIDO POR TARIFA" TO REG-PEDIDOVT.
               WRITE REG-PEDIDOVT.
               MOVE 1 TO WRK-IND-TRF.
               PERFORM 0230-IMPRIMIR-TARIFA
                 UNTIL WRK-IND-TRF GREATER WRK-QTD-TARIFAS.
               MOVE WRK-TOT-QTD   TO WRK-LT-QTD.
               MOVE WRK-TOT-CUSTO TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOTAL TO REG-PEDIDOVT.
               WRITE REG-PEDIDOVT.

               CLOSE PEDIDOVT.
               CLOSE VTMOV.
               CLOSE FUNCIONARIOS.

               MOVE WRK-TOT-CUSTO TO WRK-TOTAL-ED.
               DISPLAY "CUSTO DA COMPRA....... " WRK-TOTAL-ED.
               MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-ED.
               DISPLAY "DESCONTO EMPREGADOS... " WRK-TOTAL-ED.
               MOVE WRK-TOT-EMPRESA TO WRK-TOTAL-ED.
               DISPLAY "PARTE DA EMPRESA...... " WRK-TOTAL-ED.
               DISPLAY "PEDIDO GRAVADO EM " WRK-CAMINHO-PEDIDOVT.

               MOVE "PROGRAMA91"     TO LOG-JOB.
               MOVE WRK-ACUM-COMPRAS TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS   TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-FORA    TO LOG-QTD-REJEITADOS.
               MOVE WRK-TOT-CUSTO    TO LOG-HASH.
               IF WRK-ACUM-LIDOS EQUAL
                    WRK-ACUM-COMPRAS + WRK-ACUM-FORA
                 MOVE "S" TO LOG-STATUS
                 MOVE "S" TO LOG-BALANCE
               ELSE
                 MOVE "E" TO LOG-STATUS
                 MOVE "F" TO LOG-BALANCE
               END-IF.
               MOVE "CALCULO DO VALE-TRANSPORTE" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
