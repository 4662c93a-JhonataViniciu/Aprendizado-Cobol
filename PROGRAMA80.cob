       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA80.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: ACORDO DE RENEGOCIACAO DE DIVIDA - PARA UM
      *==           CLIENTE, PERCORRE AS PARCELAS VENCIDAS EM ABERTO
      *==           DO CONTAS A RECEBER (INCLUSIVE AS REABERTAS POR
      *==           CHEQUE DEVOLVIDO NO PROGRAMA39) COM A MULTA E OS
      *==           JUROS DA POLITICA POLJUROS.DAT ATE A DATA DO
      *==           ACORDO, DO MESMO JEITO QUE A BAIXA DO PROGRAMA23
      *==           CALCULARIA. O OPERADOR ESCOLHE AS PARCELAS QUE
      *==           ENTRAM, INFORMA O DESCONTO COMBINADO (COM
      *==           LIBERACAO DO SUPERVISOR - SUPAUT), O NUMERO DE
      *==           PARCELAS E O PRIMEIRO VENCIMENTO. O TOTAL VIRA
      *==           PARCELAS NOVAS NO CONTAREC SOB A NOTA "A" + A
      *==           SEQUENCIA DE ACORDOS DO CLIENTE, AS ORIGINAIS
      *==           FICAM RENEGOCIADAS ('R', NAO QUITADAS) COM O
      *==           NUMERO DO ACORDO E O ACORDO E GRAVADO NO
      *==           ACORDO.DAT. A PARCELA NOVA E BAIXADA NO
      *==           PROGRAMA23 COMO QUALQUER OUTRA.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT CONTAREC ASSIGN TO WRK-CAMINHO-CONTAREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT POLJUROS ASSIGN TO WRK-CAMINHO-POLJUROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLJUROS.

           SELECT ACORDO ASSIGN TO WRK-CAMINHO-ACORDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACORDO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC.
           COPY "CONTAREC.cpy".

       FD  POLJUROS.
           COPY "POLJUROS.cpy".

       FD  ACORDO.
           COPY "ACORDO.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMCRC.cpy".
           COPY "CAMPOL.cpy".
           COPY "CAMACD.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
           COPY "DATAMES.cpy".
           COPY "OPESSAO.cpy".
           COPY "SUPAUT.cpy".
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-POLJUROS         PIC 9(02)    VALUE ZEROS.
       77  FS-ACORDO           PIC 9(02)    VALUE ZEROS.

      *--- POLITICA DE ENCARGOS DE ATRASO (POLJUROS.DAT) ---
       77  WRK-SW-POLITICA     PIC X(01)    VALUE "N".
           88 POLITICA-CARREGADA            VALUE "S".
       77  WRK-MULTA-PCT       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-JUROS-MES-PCT   PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DIAS-CARENCIA   PIC 9(02)    VALUE ZEROS.

      *--- CALCULO DOS DIAS DE ATRASO (SERIAL DE DIAS CORRIDOS) ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO       PIC 9(04).
           05 WRK-DS-MES       PIC 9(02).
           05 WRK-DS-DIA       PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL          PIC 9(08)    VALUE ZEROS.
       77  WRK-SERIAL-HOJE     PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS-ATRASO     PIC S9(05)   VALUE ZEROS.
       77  WRK-RESTO-ANO       PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS     PIC 9(03) OCCURS 12 TIMES.

      *--- ENCARGOS DA PARCELA ATE A DATA DO ACORDO ---
       77  WRK-SALDO-BASE      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-SALDO-PARCELA   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-MULTA     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-JUROS     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ENC-DEVIDOS     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ACRESCIMO       PIC 9(08)V99 VALUE ZEROS.

      *--- PARCELAS ESCOLHIDAS PARA O ACORDO ---
       01  WRK-TAB-ESCOLHIDAS.
           05 WRK-ESC-ITEM OCCURS 50 TIMES.
              10 WRK-ESC-NOTA     PIC X(04).
              10 WRK-ESC-PARCELA  PIC 9(02).
       77  WRK-QTD-ESCOLHIDAS  PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-ESCOLHIDAS  PIC 9(02)    VALUE 50.
       77  WRK-IND-ESCOLHIDA   PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-FIM-CLIENTE  PIC X(01)    VALUE "N".
           88 FIM-DO-CLIENTE                VALUE "S".

      *--- VALORES DO ACORDO ---
       77  WRK-ID              PIC 9(04)    VALUE ZEROS.
       77  WRK-RESPOSTA        PIC X(01)    VALUE SPACES.
       77  WRK-TOT-SALDO       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-ENCARGOS    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-DEVIDO      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DESCONTO        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-ACORDO      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SUPERVISOR      PIC X(20)    VALUE SPACES.

      *--- NUMERACAO: MAIOR ACORDO + 1 E SEQUENCIA DO CLIENTE ---
       77  WRK-NUM-ACORDO      PIC 9(06)    VALUE ZEROS.
       77  WRK-SEQ-CLIENTE     PIC 9(03)    VALUE ZEROS.
       01  WRK-NOTA-ACORDO.
           05 FILLER           PIC X(01)    VALUE "A".
           05 WRK-NA-SEQ       PIC 9(03)    VALUE ZEROS.

      *--- PARCELAMENTO DO ACORDO (ATE 24 PARCELAS) ---
       77  WRK-QTD-PARC-NOVA   PIC 9(02)    VALUE ZEROS.
       77  WRK-IND-PARC-NOVA   PIC 9(02)    VALUE ZEROS.
       77  WRK-VALOR-PARCELA   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-ULTIMA    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VENCIMENTO      PIC 9(08)    VALUE ZEROS.
       01  WRK-VENC-CALC.
           05 WRK-VC-ANO       PIC 9(04).
           05 WRK-VC-MES       PIC 9(02).
           05 WRK-VC-DIA       PIC 9(02).
       01  WRK-VENC-CALC-NUM REDEFINES WRK-VENC-CALC PIC 9(08).
       01  WRK-TAB-MESES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WRK-TAB-MESES-RED REDEFINES WRK-TAB-MESES.
           05 WRK-MES-DIAS     PIC 9(02) OCCURS 12 TIMES.
       77  WRK-DIAS-NO-MES     PIC 9(02)    VALUE ZEROS.

       77  WRK-ACUM-RENEGOC    PIC 9(02)    VALUE ZEROS.
       77  WRK-ACUM-GERADAS    PIC 9(02)    VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           MOVE ZEROS TO CMP-REF-AAAAMMDD.
           CALL "COMPETEN" USING WRK-AREA-COMPETEN.
           MOVE CMP-AAAAMM TO PRS-COMPETENCIA.
           CALL "PERIODO" USING WRK-AREA-PERIODO.
           IF PRS-FECHADA
             DISPLAY "COMPETENCIA " CMP-AAAAMM " JA ESTA FECHADA - "
                     "ACORDO NAO SERA LANCADO"
             DISPLAY "REABRA A COMPETENCIA PELO PROGRAMA31 COM O "
                     "SUPERVISOR"
             GOBACK
           END-IF.
           PERFORM 0140-CARREGAR-POLITICA.

           DISPLAY "ID DO CLIENTE..... "
             ACCEPT WRK-ID.
           PERFORM 0150-NUMERAR-ACORDO.

           PERFORM 0124-OBTER-CAMINHO-CONTAREC.
           OPEN I-O CONTAREC.
           IF FS-CONTAREC NOT EQUAL 0
             DISPLAY "CONTAS A RECEBER NAO FOI ABERTO - STATUS "
                     FS-CONTAREC
             GOBACK
           END-IF.

           MOVE DTM-AAAAMMDD TO WRK-DATA-SER-NUM.
           PERFORM 0216-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-ESCOLHER-PARCELAS.
           IF WRK-QTD-ESCOLHIDAS EQUAL ZEROS
             DISPLAY "NENHUMA PARCELA VENCIDA ESCOLHIDA - SEM ACORDO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           COMPUTE WRK-TOT-DEVIDO = WRK-TOT-SALDO + WRK-TOT-ENCARGOS.
           DISPLAY "---------------------------".
           DISPLAY "PARCELAS NO ACORDO: " WRK-QTD-ESCOLHIDAS.
           DISPLAY "SALDO DEVEDOR.....: " WRK-TOT-SALDO.
           DISPLAY "MULTA E JUROS.....: " WRK-TOT-ENCARGOS.
           DISPLAY "TOTAL DEVIDO......: " WRK-TOT-DEVIDO.

           PERFORM 0220-INFORMAR-DESCONTO.
           COMPUTE WRK-TOT-ACORDO = WRK-TOT-DEVIDO - WRK-DESCONTO.

           DISPLAY "QUANTIDADE DE PARCELAS DO ACORDO (1 A 24) "
             ACCEPT WRK-QTD-PARC-NOVA.
           IF WRK-QTD-PARC-NOVA EQUAL ZEROS
              OR WRK-QTD-PARC-NOVA GREATER 24
             DISPLAY "QUANTIDADE INVALIDA - ASSUMIDA 1 PARCELA"
             MOVE 1 TO WRK-QTD-PARC-NOVA
           END-IF.
           DISPLAY "VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD, "
                   "0 = DAQUI A UM MES) "
             ACCEPT WRK-VENCIMENTO.
           IF WRK-VENCIMENTO EQUAL ZEROS
             MOVE DTM-AAAAMMDD TO WRK-VENC-CALC-NUM
             PERFORM 0245-AVANCAR-VENCIMENTO
             MOVE WRK-VENC-CALC-NUM TO WRK-VENCIMENTO
           END-IF.

      *    O TOTAL E DIVIDIDO EM PARCELAS IGUAIS TRUNCADAS NO
      *    CENTAVO - A DIFERENCA DE ARREDONDAMENTO VAI NA ULTIMA
           DIVIDE WRK-TOT-ACORDO BY WRK-QTD-PARC-NOVA
             GIVING WRK-VALOR-PARCELA.
           COMPUTE WRK-VALOR-ULTIMA =
               WRK-TOT-ACORDO
               - (WRK-VALOR-PARCELA * (WRK-QTD-PARC-NOVA - 1)).

           DISPLAY "---------------------------".
           DISPLAY "ACORDO " WRK-NUM-ACORDO " - NOTA " WRK-NOTA-ACORDO.
           DISPLAY "TOTAL DEVIDO......: " WRK-TOT-DEVIDO.
           DISPLAY "DESCONTO..........: " WRK-DESCONTO.
           DISPLAY "TOTAL DO ACORDO...: " WRK-TOT-ACORDO.
           DISPLAY WRK-QTD-PARC-NOVA " PARCELA(S) DE "
                   WRK-VALOR-PARCELA " (ULTIMA " WRK-VALOR-ULTIMA
                   ") A PARTIR DE " WRK-VENCIMENTO.
           DISPLAY "CONFIRMA O ACORDO? (S/N) "
             ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT EQUAL "S" AND WRK-RESPOSTA NOT EQUAL "s"
             DISPLAY "ACORDO CANCELADO - NADA FOI ALTERADO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           MOVE WRK-VENCIMENTO TO WRK-VENC-CALC-NUM.
           MOVE 1 TO WRK-IND-PARC-NOVA.
           PERFORM 0240-GRAVAR-PARCELA-NOVA
             UNTIL WRK-IND-PARC-NOVA GREATER WRK-QTD-PARC-NOVA.

           MOVE 1 TO WRK-IND-ESCOLHIDA.
           PERFORM 0250-RENEGOCIAR-ORIGINAL
             UNTIL WRK-IND-ESCOLHIDA GREATER WRK-QTD-ESCOLHIDAS.

           PERFORM 0260-GRAVAR-ACORDO.
       0200-PROCESSAR-SAIDA.
           CLOSE CONTAREC.

      *--------------------------------------------------------------
      *  0210-ESCOLHER-PARCELAS: POSICIONA COM START NO INICIO DO
      *  CLIENTE E PERCORRE AS PARCELAS DELE NA ORDEM DA CHAVE. SO
      *  A PARCELA ABERTA, COM SALDO E JA VENCIDA E OFERECIDA.
      *--------------------------------------------------------------
       0210-ESCOLHER-PARCELAS          SECTION.
           MOVE "N"        TO WRK-SW-FIM-CLIENTE.
           MOVE WRK-ID     TO CRC-ID-CLIENTE.
           MOVE LOW-VALUES TO CRC-NOTA.
           MOVE ZEROS      TO CRC-PARCELA.
           START CONTAREC KEY IS NOT LESS THAN CRC-CHAVE
             INVALID KEY
               SET FIM-DO-CLIENTE TO TRUE
           END-START.
           PERFORM 0211-OFERECER-PARCELA
             UNTIL FIM-DO-CLIENTE.

       0211-OFERECER-PARCELA           SECTION.
           READ CONTAREC NEXT RECORD.
           IF FS-CONTAREC NOT EQUAL 00
              OR CRC-ID-CLIENTE NOT EQUAL WRK-ID
             SET FIM-DO-CLIENTE TO TRUE
             GO TO 0211-OFERECER-SAIDA
           END-IF.
           IF NOT CRC-ABERTA
              OR CRC-VALOR-PAGO NOT LESS CRC-VALOR
             GO TO 0211-OFERECER-SAIDA
           END-IF.
           MOVE CRC-VENCIMENTO TO WRK-DATA-SER-NUM.
           PERFORM 0216-SERIAL-DE-DIAS.
           IF WRK-SERIAL NOT LESS WRK-SERIAL-HOJE
             GO TO 0211-OFERECER-SAIDA
           END-IF.
           IF WRK-QTD-ESCOLHIDAS NOT LESS WRK-MAX-ESCOLHIDAS
             DISPLAY "LIMITE DE " WRK-MAX-ESCOLHIDAS " PARCELAS POR "
                     "ACORDO - AS DEMAIS FICAM DE FORA"
             SET FIM-DO-CLIENTE TO TRUE
             GO TO 0211-OFERECER-SAIDA
           END-IF.

           PERFORM 0215-CALCULAR-ENCARGOS.
           DISPLAY "NOTA " CRC-NOTA "/" CRC-PARCELA
                   " VENC " CRC-VENCIMENTO
                   " ATRASO " WRK-DIAS-ATRASO
                   " SALDO " WRK-SALDO-PARCELA
                   " ENCARGOS " WRK-ACRESCIMO.
           DISPLAY "INCLUIR NO ACORDO? (S/N, ENTER = S) "
             ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA EQUAL "N" OR WRK-RESPOSTA EQUAL "n"
             GO TO 0211-OFERECER-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-ESCOLHIDAS.
           MOVE CRC-NOTA    TO WRK-ESC-NOTA(WRK-QTD-ESCOLHIDAS).
           MOVE CRC-PARCELA TO WRK-ESC-PARCELA(WRK-QTD-ESCOLHIDAS).
           ADD WRK-SALDO-PARCELA TO WRK-TOT-SALDO.
           ADD WRK-ACRESCIMO     TO WRK-TOT-ENCARGOS.
       0211-OFERECER-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0215-CALCULAR-ENCARGOS: MESMA REGRA DA BAIXA DO PROGRAMA23 -
      *  MULTA SOBRE O PRINCIPAL EM ABERTO E JUROS DA TAXA MENSAL POR
      *  DIA CORRIDO (BASE 30) VENCIDA A CARENCIA; SO ENTRA O QUE
      *  PASSA DO JA ACUMULADO EM CRC-ENCARGOS (QUE JA ESTA NO SALDO).
      *  A PARCELA NAO E ALTERADA AQUI.
      *--------------------------------------------------------------
       0215-CALCULAR-ENCARGOS          SECTION.
           COMPUTE WRK-SALDO-PARCELA = CRC-VALOR - CRC-VALOR-PAGO.
           MOVE ZEROS TO WRK-ACRESCIMO.
           COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-HOJE - WRK-SERIAL.
           IF NOT POLITICA-CARREGADA
             GO TO 0215-CALCULAR-SAIDA
           END-IF.
           IF WRK-DIAS-ATRASO IS LESS THAN OR EQUAL TO
                WRK-DIAS-CARENCIA
             GO TO 0215-CALCULAR-SAIDA
           END-IF.

           IF CRC-ENCARGOS IS NOT NUMERIC
             MOVE ZEROS TO CRC-ENCARGOS
           END-IF.
           COMPUTE WRK-SALDO-BASE =
               CRC-VALOR - CRC-ENCARGOS - CRC-VALOR-PAGO.
           IF WRK-SALDO-BASE IS LESS THAN OR EQUAL TO ZEROS
             GO TO 0215-CALCULAR-SAIDA
           END-IF.

           COMPUTE WRK-VALOR-MULTA ROUNDED =
               WRK-SALDO-BASE * WRK-MULTA-PCT / 100.
           COMPUTE WRK-VALOR-JUROS ROUNDED =
               WRK-SALDO-BASE * WRK-JUROS-MES-PCT / 100
               * (WRK-DIAS-ATRASO - WRK-DIAS-CARENCIA) / 30.
           COMPUTE WRK-ENC-DEVIDOS =
               WRK-VALOR-MULTA + WRK-VALOR-JUROS.
           IF WRK-ENC-DEVIDOS GREATER CRC-ENCARGOS
             COMPUTE WRK-ACRESCIMO =
                 WRK-ENC-DEVIDOS - CRC-ENCARGOS
           END-IF.
       0215-CALCULAR-SAIDA.
           EXIT.

      *--- SERIAL DE DIAS CORRIDOS DA DATA EM WRK-DATA-SER ---
       0216-SERIAL-DE-DIAS             SECTION.
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

      *--------------------------------------------------------------
      *  0220-INFORMAR-DESCONTO: DESCONTO COMBINADO SO COM LIBERACAO
      *  DO SUPERVISOR; NUNCA ZERA O ACORDO.
      *--------------------------------------------------------------
       0220-INFORMAR-DESCONTO          SECTION.
           MOVE ZEROS TO WRK-DESCONTO.
           DISPLAY "DESCONTO COMBINADO (VALOR, 0 = SEM DESCONTO) "
             ACCEPT WRK-DESCONTO.
           IF WRK-DESCONTO EQUAL ZEROS
             GO TO 0220-INFORMAR-SAIDA
           END-IF.
           IF WRK-DESCONTO NOT LESS WRK-TOT-DEVIDO
             DISPLAY "DESCONTO NAO PODE COBRIR O TOTAL DEVIDO - "
                     "ACORDO SEGUE SEM DESCONTO"
             MOVE ZEROS TO WRK-DESCONTO
             GO TO 0220-INFORMAR-SAIDA
           END-IF.
           DISPLAY "DESCONTO EXIGE LIBERACAO DO SUPERVISOR".
           MOVE "N" TO SUP-SW-AUTORIZA.
           CALL "SUPAUT" USING WRK-AREA-SUPAUT.
           IF NOT SUP-AUTORIZADO
             DISPLAY "DESCONTO NAO LIBERADO - ACORDO SEGUE SEM "
                     "DESCONTO"
             MOVE ZEROS TO WRK-DESCONTO
           ELSE
             MOVE SUP-NOME TO WRK-SUPERVISOR
           END-IF.
       0220-INFORMAR-SAIDA.
           EXIT.

       0240-GRAVAR-PARCELA-NOVA        SECTION.
           MOVE WRK-ID            TO CRC-ID-CLIENTE.
           MOVE WRK-NOTA-ACORDO   TO CRC-NOTA.
           MOVE WRK-IND-PARC-NOVA TO CRC-PARCELA.
           MOVE DTM-AAAAMMDD      TO CRC-DATA-VENDA.
           MOVE WRK-VENC-CALC-NUM TO CRC-VENCIMENTO.
           IF WRK-IND-PARC-NOVA EQUAL WRK-QTD-PARC-NOVA
             MOVE WRK-VALOR-ULTIMA TO CRC-VALOR
           ELSE
             MOVE WRK-VALOR-PARCELA TO CRC-VALOR
           END-IF.
           MOVE ZEROS          TO CRC-VALOR-PAGO.
           MOVE 'A'            TO CRC-STATUS.
           MOVE ZEROS          TO CRC-ENCARGOS.
           MOVE WRK-NUM-ACORDO TO CRC-ACORDO.
           WRITE REG-CONTAREC
             INVALID KEY
               DISPLAY "PARCELA " CRC-PARCELA " DA NOTA "
                       CRC-NOTA " JA EXISTIA - NAO REGRAVADA"
             NOT INVALID KEY
               ADD 1 TO WRK-ACUM-GERADAS
           END-WRITE.
           PERFORM 0245-AVANCAR-VENCIMENTO.
           ADD 1 TO WRK-IND-PARC-NOVA.

      *--- PROXIMO VENCIMENTO: UM MES ADIANTE, COM O DIA AJUSTADO ---
      *--- AO FIM DO MES (FEVEREIRO COM 29 EM ANO BISSEXTO)       ---
       0245-AVANCAR-VENCIMENTO         SECTION.
           IF WRK-VC-MES LESS 12
             ADD 1 TO WRK-VC-MES
           ELSE
             MOVE 01 TO WRK-VC-MES
             ADD 1 TO WRK-VC-ANO
           END-IF.
           MOVE WRK-MES-DIAS(WRK-VC-MES) TO WRK-DIAS-NO-MES.
           IF WRK-VC-MES EQUAL 02
             DIVIDE WRK-VC-ANO BY 4 GIVING WRK-RESTO-ANO
               REMAINDER WRK-RESTO-ANO
             IF WRK-RESTO-ANO EQUAL ZEROS
               MOVE 29 TO WRK-DIAS-NO-MES
             END-IF
           END-IF.
           IF WRK-VC-DIA GREATER WRK-DIAS-NO-MES
             MOVE WRK-DIAS-NO-MES TO WRK-VC-DIA
           END-IF.

      *--- A ORIGINAL FICA RENEGOCIADA (NAO QUITADA) COM O ACORDO ---
       0250-RENEGOCIAR-ORIGINAL        SECTION.
           MOVE WRK-ID TO CRC-ID-CLIENTE.
           MOVE WRK-ESC-NOTA(WRK-IND-ESCOLHIDA)    TO CRC-NOTA.
           MOVE WRK-ESC-PARCELA(WRK-IND-ESCOLHIDA) TO CRC-PARCELA.
           READ CONTAREC KEY IS CRC-CHAVE
             INVALID KEY
               DISPLAY "PARCELA " CRC-NOTA "/" CRC-PARCELA
                       " NAO ENCONTRADA - NAO RENEGOCIADA"
             NOT INVALID KEY
               MOVE 'R'            TO CRC-STATUS
               MOVE WRK-NUM-ACORDO TO CRC-ACORDO
               REWRITE REG-CONTAREC
                 INVALID KEY
                   DISPLAY "PARCELA " CRC-NOTA "/" CRC-PARCELA
                           " NAO FOI REGRAVADA - STATUS " FS-CONTAREC
                 NOT INVALID KEY
                   ADD 1 TO WRK-ACUM-RENEGOC
               END-REWRITE
           END-READ.
           ADD 1 TO WRK-IND-ESCOLHIDA.

       0260-GRAVAR-ACORDO              SECTION.
           PERFORM 0190-OBTER-CAMINHO-ACORDO.
           OPEN EXTEND ACORDO.
           IF FS-ACORDO EQUAL 35
             OPEN OUTPUT ACORDO
           END-IF.
           IF FS-ACORDO NOT EQUAL 0
             DISPLAY "CADASTRO DE ACORDOS NAO FOI ABERTO - STATUS "
                     FS-ACORDO
             GO TO 0260-GRAVAR-SAIDA
           END-IF.
           MOVE WRK-NUM-ACORDO      TO ACD-NUMERO.
           MOVE WRK-ID              TO ACD-ID-CLIENTE.
           MOVE WRK-NOTA-ACORDO     TO ACD-NOTA.
           MOVE DTM-AAAAMMDD        TO ACD-DATA.
           MOVE WRK-ACUM-RENEGOC    TO ACD-QTD-ORIGINAIS.
           MOVE WRK-TOT-SALDO       TO ACD-VALOR-ORIGINAL.
           MOVE WRK-TOT-ENCARGOS    TO ACD-ENCARGOS.
           MOVE WRK-DESCONTO        TO ACD-DESCONTO.
           MOVE WRK-TOT-ACORDO      TO ACD-VALOR-TOTAL.
           MOVE WRK-QTD-PARC-NOVA   TO ACD-QTD-PARCELAS.
           MOVE WRK-VENCIMENTO      TO ACD-PRIMEIRO-VENC.
           MOVE 'A'                 TO ACD-STATUS.
           MOVE DTM-AAAAMMDD        TO ACD-DATA-SITUACAO.
           MOVE WRK-SESSAO-OPERADOR TO ACD-OPERADOR.
           MOVE WRK-SUPERVISOR      TO ACD-SUPERVISOR.
           WRITE REG-ACORDO.
           CLOSE ACORDO.
       0260-GRAVAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0140-CARREGAR-POLITICA: LE A POLITICA DE MULTA/JUROS DO
      *  ARQUIVO; SEM O ARQUIVO O ACORDO SAI SEM ENCARGOS.
      *--------------------------------------------------------------
       0140-CARREGAR-POLITICA          SECTION.
           PERFORM 0142-OBTER-CAMINHO-POLJUROS.
           OPEN INPUT POLJUROS.
           IF FS-POLJUROS NOT EQUAL 0
             DISPLAY "SEM POLITICA DE ENCARGOS - ACORDO SEM MULTA "
                     "E JUROS"
           ELSE
             READ POLJUROS NEXT RECORD
             IF FS-POLJUROS EQUAL 00
               MOVE POL-MULTA-PCT     TO WRK-MULTA-PCT
               MOVE POL-JUROS-MES-PCT TO WRK-JUROS-MES-PCT
               MOVE POL-DIAS-CARENCIA TO WRK-DIAS-CARENCIA
               SET POLITICA-CARREGADA TO TRUE
             END-IF
             CLOSE POLJUROS
           END-IF.

      *--------------------------------------------------------------
      *  0150-NUMERAR-ACORDO: O NUMERO DO ACORDO E O MAIOR DO
      *  CADASTRO + 1; A NOTA DAS PARCELAS NOVAS E "A" + A QUANTIDADE
      *  DE ACORDOS DO CLIENTE + 1, UNICA DENTRO DO CLIENTE NA CHAVE
      *  DO CONTAREC.
      *--------------------------------------------------------------
       0150-NUMERAR-ACORDO             SECTION.
           MOVE ZEROS TO WRK-NUM-ACORDO.
           MOVE ZEROS TO WRK-SEQ-CLIENTE.
           PERFORM 0190-OBTER-CAMINHO-ACORDO.
           OPEN INPUT ACORDO.
           IF FS-ACORDO EQUAL 0
             READ ACORDO NEXT RECORD
             PERFORM UNTIL FS-ACORDO NOT EQUAL 00
               IF ACD-NUMERO GREATER WRK-NUM-ACORDO
                 MOVE ACD-NUMERO TO WRK-NUM-ACORDO
               END-IF
               IF ACD-ID-CLIENTE EQUAL WRK-ID
                 ADD 1 TO WRK-SEQ-CLIENTE
               END-IF
               READ ACORDO NEXT RECORD
             END-PERFORM
             CLOSE ACORDO
           END-IF.
           ADD 1 TO WRK-NUM-ACORDO.
           ADD 1 TO WRK-SEQ-CLIENTE.
           MOVE WRK-SEQ-CLIENTE TO WRK-NA-SEQ.

           COPY "CAMCRCP.cpy".
           COPY "CAMPOLP.cpy".
           COPY "CAMACDP.cpy".
       0300-FINALIZAR                  SECTION.
               IF WRK-ACUM-GERADAS GREATER ZEROS
                 DISPLAY "ACORDO " WRK-NUM-ACORDO " GRAVADO - "
                         WRK-ACUM-RENEGOC " PARCELA(S) RENEGOCIADA(S), "
                         WRK-ACUM-GERADAS " PARCELA(S) NOVA(S) NA NOTA "
                         WRK-NOTA-ACORDO
               END-IF.
               DISPLAY "FIM DE PROGRAMA ".
