       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA82.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: BAIXA PARA PERDAS DO CONTAS A RECEBER - PROPOE
      *==           AS PARCELAS EM ABERTO, COM SALDO, VENCIDAS HA PELO
      *==           MENOS O NUMERO DE DIAS INFORMADO (PADRAO 180) E
      *==           COM SALDO NAO MENOR QUE O VALOR MINIMO INFORMADO.
      *==           A PROPOSTA SAI NO RELATORIO DATADO PELO RELGER E
      *==           A BAIXA SO E FEITA COM LIBERACAO DO SUPERVISOR
      *==           (SUPAUT) - TODAS AS PROPOSTAS OU UMA A UMA. A
      *==           PARCELA BAIXADA FICA COM A SITUACAO 'P' (NEM
      *==           ABERTA NEM QUITADA) E O SALDO BAIXADO VAI PARA O
      *==           PERDAS.DAT, DE ONDE A EXPORTACAO CONTABIL
      *==           (PROGRAMA53) TIRA OS LANCAMENTOS DE PERDA. O QUE
      *==           FOR RECEBIDO DEPOIS (PROGRAMA23/49) ENTRA COMO
      *==           RECUPERACAO. EXECUCAO NO BATCHLOG COM O TOTAL
      *==           BAIXADO EM LOG-HASH.
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

           SELECT PERDAS ASSIGN TO WRK-CAMINHO-PERDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERDAS.

           SELECT RELPERDAS ASSIGN TO WRK-CAMINHO-RELPERDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELPERDAS.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC.
           COPY "CONTAREC.cpy".

       FD  PERDAS.
           COPY "PERDA.cpy".

       FD  RELPERDAS.
       01  REG-RELPERDAS              PIC X(100).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMCRC.cpy".
           COPY "CAMPDA.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
           COPY "DATAMES.cpy".
           COPY "OPESSAO.cpy".
           COPY "SUPAUT.cpy".
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-PERDAS           PIC 9(02)    VALUE ZEROS.
       77  FS-RELPERDAS        PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELPERDAS PIC X(100) VALUE SPACES.

      *--- CRITERIOS DA PROPOSTA ---
       77  WRK-DIAS-MINIMO     PIC 9(05)    VALUE ZEROS.
       77  WRK-SALDO-MINIMO    PIC 9(08)V99 VALUE ZEROS.

      *--- PARCELAS PROPOSTAS PARA A BAIXA ---
       01  WRK-TAB-PROPOSTAS.
           05 WRK-PRP-ITEM OCCURS 2000 TIMES.
              10 WRK-PRP-CLIENTE  PIC 9(04).
              10 WRK-PRP-NOTA     PIC X(04).
              10 WRK-PRP-PARCELA  PIC 9(02).
              10 WRK-PRP-VENC     PIC 9(08).
              10 WRK-PRP-ATRASO   PIC 9(05).
              10 WRK-PRP-SALDO    PIC 9(08)V99.
       77  WRK-QTD-PROPOSTAS   PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-PROPOSTAS   PIC 9(04)    VALUE 2000.
       77  WRK-IND-PROPOSTA    PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-FIM-CONTAREC PIC X(01)    VALUE "N".
           88 FIM-DO-CONTAREC               VALUE "S".
       77  WRK-SW-TABELA       PIC X(01)    VALUE "N".
           88 TABELA-CHEIA                  VALUE "S".

      *--- APROVACAO ---
       77  WRK-MODO            PIC X(01)    VALUE SPACES.
           88 MODO-TODAS                    VALUE "T" "t".
           88 MODO-UMA-A-UMA                VALUE "U" "u".
       77  WRK-RESPOSTA        PIC X(01)    VALUE SPACES.
       77  WRK-SUPERVISOR      PIC X(20)    VALUE SPACES.
       77  WRK-SALDO           PIC 9(08)V99 VALUE ZEROS.

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

      *--- TOTAIS ---
       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-TOT-PROPOSTO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACUM-BAIXADAS   PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-BAIXADO     PIC 9(09)V99 VALUE ZEROS.

      *--- LINHAS DO RELATORIO ---
       01  WRK-LINHA-CABEC.
           05 FILLER PIC X(08) VALUE "CLIENTE ".
           05 FILLER PIC X(05) VALUE "NOTA ".
           05 FILLER PIC X(05) VALUE "PARC ".
           05 FILLER PIC X(09) VALUE "VENCTO   ".
           05 FILLER PIC X(07) VALUE " ATRASO".
           05 FILLER PIC X(14) VALUE "    SALDO BAIX".
       01  WRK-LINHA-DET.
           05 WRK-LD-CLIENTE   PIC 9(04).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LD-NOTA      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PARCELA   PIC 9(02).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-VENC      PIC 9(08).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LD-ATRASO    PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO     PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-TOTAL.
           05 WRK-LT-TEXTO     PIC X(40).
           05 WRK-LT-QTD       PIC ZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

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
                     "BAIXA PARA PERDAS NAO SERA LANCADA"
             DISPLAY "REABRA A COMPETENCIA PELO PROGRAMA31 COM O "
                     "SUPERVISOR"
             GOBACK
           END-IF.
           MOVE DTM-AAAAMMDD TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

           DISPLAY "DIAS MINIMOS DE ATRASO (0 = 180) "
             ACCEPT WRK-DIAS-MINIMO.
           IF WRK-DIAS-MINIMO EQUAL ZEROS
             MOVE 180 TO WRK-DIAS-MINIMO
           END-IF.
           DISPLAY "SALDO MINIMO DA PARCELA (0 = QUALQUER SALDO) "
             ACCEPT WRK-SALDO-MINIMO.

           PERFORM 0124-OBTER-CAMINHO-CONTAREC.
           OPEN I-O CONTAREC.
           IF FS-CONTAREC NOT EQUAL 0
             DISPLAY "CONTAS A RECEBER NAO FOI ABERTO - STATUS "
                     FS-CONTAREC
             GOBACK
           END-IF.

           MOVE "PERDASPROP" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELPERDAS.
           OPEN OUTPUT RELPERDAS.
           IF FS-RELPERDAS NOT EQUAL 0
             DISPLAY "RELATORIO NAO FOI ABERTO - STATUS "
                     FS-RELPERDAS
             CLOSE CONTAREC
             GOBACK
           END-IF.
           MOVE "PROPOSTA DE BAIXA PARA PERDAS" TO REG-RELPERDAS.
           WRITE REG-RELPERDAS.
           MOVE SPACES TO REG-RELPERDAS.
           STRING "DATA: " DTM-AAAAMMDD "  ATRASO MINIMO: "
                  WRK-DIAS-MINIMO " DIAS  SALDO MINIMO: "
                  WRK-SALDO-MINIMO
             DELIMITED BY SIZE INTO REG-RELPERDAS
           END-STRING.
           WRITE REG-RELPERDAS.
           MOVE SPACES TO REG-RELPERDAS.
           WRITE REG-RELPERDAS.
           MOVE WRK-LINHA-CABEC TO REG-RELPERDAS.
           WRITE REG-RELPERDAS.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-SELECIONAR-PARCELA
             UNTIL FIM-DO-CONTAREC.

           MOVE SPACES TO REG-RELPERDAS.
           WRITE REG-RELPERDAS.
           MOVE "PARCELAS PROPOSTAS PARA BAIXA..........."
             TO WRK-LT-TEXTO.
           MOVE WRK-QTD-PROPOSTAS TO WRK-LT-QTD.
           MOVE WRK-TOT-PROPOSTO  TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELPERDAS.
           WRITE REG-RELPERDAS.
           CLOSE RELPERDAS.
           DISPLAY "PROPOSTA GRAVADA EM " WRK-CAMINHO-RELPERDAS.

           IF WRK-QTD-PROPOSTAS EQUAL ZEROS
             DISPLAY "NENHUMA PARCELA ATENDE AOS CRITERIOS - "
                     "NADA A BAIXAR"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           DISPLAY "---------------------------".
           DISPLAY "PARCELAS PROPOSTAS: " WRK-QTD-PROPOSTAS.
           DISPLAY "SALDO A BAIXAR....: " WRK-TOT-PROPOSTO.
           DISPLAY "BAIXA PARA PERDAS EXIGE LIBERACAO DO SUPERVISOR".
           MOVE "N" TO SUP-SW-AUTORIZA.
           CALL "SUPAUT" USING WRK-AREA-SUPAUT.
           IF NOT SUP-AUTORIZADO
             DISPLAY "BAIXA NAO LIBERADA - NADA FOI ALTERADO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           MOVE SUP-NOME TO WRK-SUPERVISOR.

           DISPLAY "BAIXAR (T) TODAS AS PROPOSTAS, (U) UMA A UMA OU "
                   "ENTER PARA CANCELAR "
             ACCEPT WRK-MODO.
           IF NOT MODO-TODAS AND NOT MODO-UMA-A-UMA
             DISPLAY "BAIXA CANCELADA - NADA FOI ALTERADO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           PERFORM 0191-OBTER-CAMINHO-PERDAS.
           OPEN EXTEND PERDAS.
           IF FS-PERDAS EQUAL 35
             OPEN OUTPUT PERDAS
           END-IF.
           IF FS-PERDAS NOT EQUAL 0
             DISPLAY "REGISTRO DE PERDAS NAO FOI ABERTO - STATUS "
                     FS-PERDAS " - NADA FOI BAIXADO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-PROPOSTA.
           PERFORM 0230-DECIDIR-PROPOSTA
             UNTIL WRK-IND-PROPOSTA GREATER WRK-QTD-PROPOSTAS.
           CLOSE PERDAS.
       0200-PROCESSAR-SAIDA.
           CLOSE CONTAREC.

      *--------------------------------------------------------------
      *  0210-SELECIONAR-PARCELA: LEITURA SEQUENCIAL DO CONTAREC.
      *  SO A PARCELA ABERTA, COM SALDO, COM O ATRASO E O SALDO
      *  MINIMOS ENTRA NA PROPOSTA (RENEGOCIADA, QUITADA E JA
      *  BAIXADA FICAM DE FORA).
      *--------------------------------------------------------------
       0210-SELECIONAR-PARCELA         SECTION.
           READ CONTAREC NEXT RECORD.
           IF FS-CONTAREC NOT EQUAL 00
             SET FIM-DO-CONTAREC TO TRUE
             GO TO 0210-SELECIONAR-SAIDA
           END-IF.
           ADD 1 TO WRK-ACUM-LIDOS.
           IF NOT CRC-ABERTA
              OR CRC-VALOR-PAGO NOT LESS CRC-VALOR
             GO TO 0210-SELECIONAR-SAIDA
           END-IF.
           COMPUTE WRK-SALDO = CRC-VALOR - CRC-VALOR-PAGO.
           IF WRK-SALDO LESS WRK-SALDO-MINIMO
             GO TO 0210-SELECIONAR-SAIDA
           END-IF.
           MOVE CRC-VENCIMENTO TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-HOJE - WRK-SERIAL.
           IF WRK-DIAS-ATRASO LESS WRK-DIAS-MINIMO
             GO TO 0210-SELECIONAR-SAIDA
           END-IF.
           IF WRK-QTD-PROPOSTAS NOT LESS WRK-MAX-PROPOSTAS
             IF NOT TABELA-CHEIA
               DISPLAY "LIMITE DE " WRK-MAX-PROPOSTAS " PARCELAS "
                       "POR EXECUCAO - AS DEMAIS FICAM PARA A PROXIMA"
               SET TABELA-CHEIA TO TRUE
             END-IF
             GO TO 0210-SELECIONAR-SAIDA
           END-IF.

           ADD 1 TO WRK-QTD-PROPOSTAS.
           MOVE CRC-ID-CLIENTE  TO WRK-PRP-CLIENTE(WRK-QTD-PROPOSTAS).
           MOVE CRC-NOTA        TO WRK-PRP-NOTA(WRK-QTD-PROPOSTAS).
           MOVE CRC-PARCELA     TO WRK-PRP-PARCELA(WRK-QTD-PROPOSTAS).
           MOVE CRC-VENCIMENTO  TO WRK-PRP-VENC(WRK-QTD-PROPOSTAS).
           MOVE WRK-DIAS-ATRASO TO WRK-PRP-ATRASO(WRK-QTD-PROPOSTAS).
           MOVE WRK-SALDO       TO WRK-PRP-SALDO(WRK-QTD-PROPOSTAS).
           ADD WRK-SALDO TO WRK-TOT-PROPOSTO.

           MOVE CRC-ID-CLIENTE  TO WRK-LD-CLIENTE.
           MOVE CRC-NOTA        TO WRK-LD-NOTA.
           MOVE CRC-PARCELA     TO WRK-LD-PARCELA.
           MOVE CRC-VENCIMENTO  TO WRK-LD-VENC.
           MOVE WRK-DIAS-ATRASO TO WRK-LD-ATRASO.
           MOVE WRK-SALDO       TO WRK-LD-SALDO.
           MOVE WRK-LINHA-DET TO REG-RELPERDAS.
           WRITE REG-RELPERDAS.
       0210-SELECIONAR-SAIDA.
           EXIT.

      *--- NO MODO UMA A UMA O OPERADOR CONFIRMA CADA PARCELA ---
       0230-DECIDIR-PROPOSTA           SECTION.
           IF MODO-UMA-A-UMA
             DISPLAY "CLIENTE " WRK-PRP-CLIENTE(WRK-IND-PROPOSTA)
                     " NOTA " WRK-PRP-NOTA(WRK-IND-PROPOSTA)
                     "/" WRK-PRP-PARCELA(WRK-IND-PROPOSTA)
                     " VENC " WRK-PRP-VENC(WRK-IND-PROPOSTA)
                     " ATRASO " WRK-PRP-ATRASO(WRK-IND-PROPOSTA)
                     " SALDO " WRK-PRP-SALDO(WRK-IND-PROPOSTA)
             DISPLAY "BAIXAR PARA PERDAS? (S/N, ENTER = N) "
               ACCEPT WRK-RESPOSTA
             IF WRK-RESPOSTA NOT EQUAL "S"
                AND WRK-RESPOSTA NOT EQUAL "s"
               GO TO 0230-DECIDIR-SAIDA
             END-IF
           END-IF.
           PERFORM 0240-BAIXAR-PARCELA.
       0230-DECIDIR-SAIDA.
           ADD 1 TO WRK-IND-PROPOSTA.

      *--------------------------------------------------------------
      *  0240-BAIXAR-PARCELA: RELE A PARCELA PELA CHAVE E SO BAIXA
      *  SE CONTINUA ABERTA COM O MESMO SALDO DA PROPOSTA (NADA FOI
      *  RECEBIDO ENQUANTO A PROPOSTA ERA ANALISADA).
      *--------------------------------------------------------------
       0240-BAIXAR-PARCELA             SECTION.
           MOVE WRK-PRP-CLIENTE(WRK-IND-PROPOSTA) TO CRC-ID-CLIENTE.
           MOVE WRK-PRP-NOTA(WRK-IND-PROPOSTA)    TO CRC-NOTA.
           MOVE WRK-PRP-PARCELA(WRK-IND-PROPOSTA) TO CRC-PARCELA.
           READ CONTAREC KEY IS CRC-CHAVE
             INVALID KEY
               DISPLAY "PARCELA " CRC-NOTA "/" CRC-PARCELA
                       " NAO ENCONTRADA - NAO BAIXADA"
               GO TO 0240-BAIXAR-SAIDA
           END-READ.
           COMPUTE WRK-SALDO = CRC-VALOR - CRC-VALOR-PAGO.
           IF NOT CRC-ABERTA
              OR WRK-SALDO NOT EQUAL WRK-PRP-SALDO(WRK-IND-PROPOSTA)
             DISPLAY "PARCELA " CRC-NOTA "/" CRC-PARCELA
                     " FOI ALTERADA DEPOIS DA PROPOSTA - NAO BAIXADA"
             GO TO 0240-BAIXAR-SAIDA
           END-IF.
           MOVE 'P' TO CRC-STATUS.
           REWRITE REG-CONTAREC
             INVALID KEY
               DISPLAY "PARCELA " CRC-NOTA "/" CRC-PARCELA
                       " NAO FOI REGRAVADA - STATUS " FS-CONTAREC
               GO TO 0240-BAIXAR-SAIDA
           END-REWRITE.

           MOVE DTM-AAAAMMDD        TO PDA-DATA.
           MOVE CRC-ID-CLIENTE      TO PDA-ID-CLIENTE.
           MOVE CRC-NOTA            TO PDA-NOTA.
           MOVE CRC-PARCELA         TO PDA-PARCELA.
           MOVE CRC-VENCIMENTO      TO PDA-VENCIMENTO.
           MOVE WRK-PRP-ATRASO(WRK-IND-PROPOSTA) TO PDA-DIAS-ATRASO.
           MOVE WRK-SALDO           TO PDA-VALOR.
           MOVE WRK-SESSAO-OPERADOR TO PDA-OPERADOR.
           MOVE WRK-SUPERVISOR      TO PDA-SUPERVISOR.
           WRITE REG-PERDA.
           ADD 1 TO WRK-ACUM-BAIXADAS.
           ADD WRK-SALDO TO WRK-TOT-BAIXADO.
       0240-BAIXAR-SAIDA.
           EXIT.

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

           COPY "CAMCRCP.cpy".
           COPY "CAMPDAP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "PARCELAS LIDAS.........: " WRK-ACUM-LIDOS.
               DISPLAY "PARCELAS PROPOSTAS.....: " WRK-QTD-PROPOSTAS.
               DISPLAY "PARCELAS BAIXADAS......: " WRK-ACUM-BAIXADAS.
               DISPLAY "SALDO BAIXADO P/ PERDAS: " WRK-TOT-BAIXADO.
               MOVE "PROGRAMA82" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-BAIXADAS TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS    TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-BAIXADO   TO LOG-HASH.
               MOVE "BAIXA PARA PERDAS" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
