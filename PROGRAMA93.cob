       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA93.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: RELATORIO DE FUNCIONARIOS AFASTADOS - PARA A
      *==           DATA DE REFERENCIA (0 = HOJE) LISTA QUEM ESTA
      *==           AFASTADO SEGUNDO O CADASTRO AFASTAM.DAT (FUN017),
      *==           CONSULTADO FUNCIONARIO A FUNCIONARIO PELO MODULO
      *==           CALCAFA: TIPO DO AFASTAMENTO, INICIO, DIAS
      *==           AFASTADO ATE A REFERENCIA E PREVISAO DE RETORNO
      *==           (DIA SEGUINTE AO FIM; SEM PREVISAO QUANDO O
      *==           AFASTAMENTO NAO TEM FIM). TOTALIZA POR TIPO E
      *==           REGISTRA A EXECUCAO NO BATCHLOG.
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

           SELECT AFASTADOS ASSIGN TO WRK-CAMINHO-AFASTADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AFASTADOS.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".

       FD  AFASTADOS.
       01  REG-AFASTADOS               PIC X(100).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "CALCAFA.cpy".
       77  FS-FUNCIONARIOS            PIC 9(02)        VALUE ZEROS.
       77  FS-AFASTADOS               PIC 9(02)        VALUE ZEROS.
       77  FS-BATCHLOG                PIC 9(02)        VALUE ZEROS.
       77  WRK-CAMINHO-AFASTADOS      PIC X(100)       VALUE SPACES.

      *--------------- DATA DE REFERENCIA ------------------------------
       01  WRK-DATA-REF               PIC 9(08)        VALUE ZEROS.
       01  WRK-DATA-REF-RED REDEFINES WRK-DATA-REF.
           05 WRK-REF-ANO             PIC 9(04).
           05 WRK-REF-MES             PIC 9(02).
           05 WRK-REF-DIA             PIC 9(02).
       77  WRK-SERIAL-REF             PIC 9(08)        VALUE ZEROS.
       77  WRK-DIAS-AFASTADO          PIC 9(05)        VALUE ZEROS.

      *--------------- ACUMULADORES ------------------------------------
       77  WRK-ACUM-LIDOS             PIC 9(05)        VALUE ZEROS.
       77  WRK-ACUM-AFASTADOS         PIC 9(05)        VALUE ZEROS.
       77  WRK-ACUM-DOENCA            PIC 9(05)        VALUE ZEROS.
       77  WRK-ACUM-MATERNIDADE       PIC 9(05)        VALUE ZEROS.
       77  WRK-ACUM-LICENCA           PIC 9(05)        VALUE ZEROS.
       77  WRK-ACUM-SEM-PREVISAO      PIC 9(05)        VALUE ZEROS.

      *--- DATA -> NUMERO DE DIAS (MESMA ROTINA DO PROGRAMA91) ---
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

      *--------------- LAYOUT DO RELATORIO -----------------------------
       01  WRK-CABECALHO.
           05 FILLER          PIC X(36) VALUE
              "FUNCIONARIOS AFASTADOS - REFERENCIA ".
           05 WRK-CB-DATA     PIC 9(08).
       01  WRK-TITULOS.
           05 FILLER          PIC X(05) VALUE "ID".
           05 FILLER          PIC X(31) VALUE "NOME".
           05 FILLER          PIC X(16) VALUE "TIPO".
           05 FILLER          PIC X(10) VALUE "INICIO".
           05 FILLER          PIC X(08) VALUE "DIAS".
           05 FILLER          PIC X(14) VALUE "RETORNO PREV.".
       01  WRK-LINHA-AFA.
           05 WRK-LA-FUNC-ID  PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LA-TIPO     PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LA-INICIO   PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LA-DIAS     PIC ZZZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LA-RETORNO  PIC X(12).
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-ROTULO   PIC X(30).
           05 WRK-LT-QTD      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE) "
             ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF EQUAL ZEROS
             ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           IF WRK-REF-MES LESS 1 OR WRK-REF-MES GREATER 12
              OR WRK-REF-DIA LESS 1 OR WRK-REF-DIA GREATER 31
             DISPLAY "DATA INVALIDA - " WRK-DATA-REF
             GOBACK
           END-IF.
           MOVE WRK-DATA-REF TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-REF.

           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GOBACK
           END-IF.

           MOVE "AFASTADOS" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-AFASTADOS.
           OPEN OUTPUT AFASTADOS.
           IF FS-AFASTADOS NOT EQUAL 0
             DISPLAY "RELATORIO DE AFASTADOS NAO FOI ABERTO - "
                     "STATUS " FS-AFASTADOS
             CLOSE FUNCIONARIOS
             GOBACK
           END-IF.

           MOVE WRK-DATA-REF TO WRK-CB-DATA.
           MOVE WRK-CABECALHO TO REG-AFASTADOS.
           WRITE REG-AFASTADOS.
           MOVE SPACES TO REG-AFASTADOS.
           WRITE REG-AFASTADOS.
           MOVE WRK-TITULOS TO REG-AFASTADOS.
           WRITE REG-AFASTADOS.

       0200-PROCESSAR                  SECTION.
           READ FUNCIONARIOS NEXT RECORD.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             IF FUNC-DEMISSAO IS NOT NUMERIC
                OR FUNC-DEMISSAO EQUAL ZEROS
               PERFORM 0210-VERIFICAR-FUNCIONARIO
             END-IF
             READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.

      *--------------------------------------------------------------
      *  0210-VERIFICAR-FUNCIONARIO: CONSULTA O CALCAFA NA DATA DE
      *  REFERENCIA E IMPRIME A LINHA DE QUEM ESTA AFASTADO.
      *--------------------------------------------------------------
       0210-VERIFICAR-FUNCIONARIO      SECTION.
           INITIALIZE WRK-AREA-CALCAFA.
           MOVE FUNC-ID      TO AFC-FUNC-ID.
           MOVE WRK-DATA-REF TO AFC-DATA-REF.
           CALL "CALCAFA" USING WRK-AREA-CALCAFA.
           IF NOT AFC-AFASTADO
             GO TO 0210-VERIFICAR-SAIDA
           END-IF.

           ADD 1 TO WRK-ACUM-AFASTADOS.
           EVALUATE AFC-TIPO
             WHEN 'D'
               MOVE "DOENCA"          TO WRK-LA-TIPO
               ADD 1 TO WRK-ACUM-DOENCA
             WHEN 'M'
               MOVE "MATERNIDADE"     TO WRK-LA-TIPO
               ADD 1 TO WRK-ACUM-MATERNIDADE
             WHEN OTHER
               MOVE "LICENCA S/ REM." TO WRK-LA-TIPO
               ADD 1 TO WRK-ACUM-LICENCA
           END-EVALUATE.

           MOVE AFC-INICIO TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           COMPUTE WRK-DIAS-AFASTADO =
               WRK-SERIAL-REF - WRK-SERIAL + 1.

           MOVE FUNC-ID           TO WRK-LA-FUNC-ID.
           MOVE FUNC-NOME         TO WRK-LA-NOME.
           MOVE AFC-INICIO        TO WRK-LA-INICIO.
           MOVE WRK-DIAS-AFASTADO TO WRK-LA-DIAS.
           IF AFC-RETORNO EQUAL ZEROS
             MOVE "SEM PREVISAO" TO WRK-LA-RETORNO
             ADD 1 TO WRK-ACUM-SEM-PREVISAO
           ELSE
             MOVE AFC-RETORNO    TO WRK-LA-RETORNO
           END-IF.
           MOVE WRK-LINHA-AFA TO REG-AFASTADOS.
           WRITE REG-AFASTADOS.
       0210-VERIFICAR-SAIDA.
           EXIT.

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
       0300-FINALIZAR                  SECTION.
               MOVE SPACES TO REG-AFASTADOS.
               WRITE REG-AFASTADOS.
               MOVE "TOTAL DE AFASTADOS............" TO WRK-LT-ROTULO.
               MOVE WRK-ACUM-AFASTADOS TO WRK-LT-QTD.
               MOVE WRK-LINHA-TOTAL TO REG-AFASTADOS.
               WRITE REG-AFASTADOS.
               MOVE "  DOENCA......................" TO WRK-LT-ROTULO.
               MOVE WRK-ACUM-DOENCA TO WRK-LT-QTD.
               MOVE WRK-LINHA-TOTAL TO REG-AFASTADOS.
               WRITE REG-AFASTADOS.
               MOVE "  MATERNIDADE................." TO WRK-LT-ROTULO.
               MOVE WRK-ACUM-MATERNIDADE TO WRK-LT-QTD.
               MOVE WRK-LINHA-TOTAL TO REG-AFASTADOS.
               WRITE REG-AFASTADOS.
               MOVE "  LICENCA NAO REMUNERADA......" TO WRK-LT-ROTULO.
               MOVE WRK-ACUM-LICENCA TO WRK-LT-QTD.
               MOVE WRK-LINHA-TOTAL TO REG-AFASTADOS.
               WRITE REG-AFASTADOS.
               MOVE "SEM PREVISAO DE RETORNO......." TO WRK-LT-ROTULO.
               MOVE WRK-ACUM-SEM-PREVISAO TO WRK-LT-QTD.
               MOVE WRK-LINHA-TOTAL TO REG-AFASTADOS.
               WRITE REG-AFASTADOS.

               CLOSE FUNCIONARIOS.
               CLOSE AFASTADOS.
               DISPLAY "FUNCIONARIOS LIDOS...: " WRK-ACUM-LIDOS.
               DISPLAY "AFASTADOS............: " WRK-ACUM-AFASTADOS.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-AFASTADOS.
               MOVE "PROGRAMA93" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-AFASTADOS TO LOG-QTD.
               MOVE "RELATORIO DE AFASTADOS" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
