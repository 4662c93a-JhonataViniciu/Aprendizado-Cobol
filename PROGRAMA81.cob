       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA81.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: ACOMPANHAMENTO DOS ACORDOS DE RENEGOCIACAO -
      *==           PARA CADA ACORDO ATIVO DO ACORDO.DAT (PROGRAMA80)
      *==           PERCORRE AS PARCELAS DO ACORDO NO CONTAS A
      *==           RECEBER. ACORDO COM TODAS AS PARCELAS QUITADAS
      *==           FICA CUMPRIDO (C); ACORDO COM PARCELA VENCIDA HA
      *==           MAIS DIAS QUE A TOLERANCIA (VARIAVEL ACORDOTOLER,
      *==           3 DIGITOS, PADRAO 030) FICA ROMPIDO (R). O
      *==           RELATORIO DATADO PELO RELGER LISTA TODOS OS
      *==           ACORDOS ROMPIDOS AINDA COM SALDO EM ABERTO (OS
      *==           ROMPIDOS NESTA EXECUCAO MARCADOS COMO NOVOS) PARA
      *==           A COBRANCA - AS PARCELAS DO ACORDO SEGUEM NA
      *==           CARTA DO PROGRAMA50 COMO QUALQUER PARCELA
      *==           VENCIDA. O CADASTRO E REGRAVADO COM A SITUACAO.
      *==           EXECUCAO NO BATCHLOG COM O SALDO DOS ROMPIDOS EM
      *==           LOG-HASH.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT ACORDO ASSIGN TO WRK-CAMINHO-ACORDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACORDO.

           SELECT CONTAREC ASSIGN TO WRK-CAMINHO-CONTAREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT RELACORDO ASSIGN TO WRK-CAMINHO-RELACORDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELACORDO.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ACORDO.
           COPY "ACORDO.cpy".

       FD  CONTAREC.
           COPY "CONTAREC.cpy".

       FD  RELACORDO.
       01  REG-RELACORDO              PIC X(100).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMACD.cpy".
           COPY "CAMCRC.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-ACORDO           PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-RELACORDO        PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELACORDO PIC X(100) VALUE SPACES.

       77  WRK-TOLERANCIA      PIC 9(03)    VALUE 30.
       77  WRK-TOLERANCIA-ENV  PIC X(03)    VALUE SPACES.

      *--- CADASTRO DE ACORDOS EM MEMORIA (REGRAVACAO COMPLETA) ---
       01  WRK-TAB-ACORDOS.
           05 WRK-ACD-REG OCCURS 2000 TIMES PIC X(124).
       77  WRK-QTD-ACORDOS     PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-ACORDOS     PIC 9(04)    VALUE 2000.
       77  WRK-IND-ACORDO      PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-CARGA        PIC X(01)    VALUE "N".
           88 CARGA-TRANSBORDOU             VALUE "S".
       77  WRK-SW-ALTEROU      PIC X(01)    VALUE "N".
           88 CADASTRO-ALTERADO             VALUE "S".

      *--- SITUACAO DAS PARCELAS DE UM ACORDO ---
       77  WRK-SW-FIM-NOTA     PIC X(01)    VALUE "N".
           88 FIM-DA-NOTA                   VALUE "S".
       77  WRK-PARC-ABERTAS    PIC 9(02)    VALUE ZEROS.
       77  WRK-PARC-VENCIDAS   PIC 9(02)    VALUE ZEROS.
       77  WRK-SALDO-ABERTO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SALDO-VENCIDO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MAIOR-ATRASO    PIC S9(05)   VALUE ZEROS.
       77  WRK-SALDO           PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SW-NOVO         PIC X(01)    VALUE "N".
           88 ROMPIDO-AGORA                 VALUE "S".

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
       77  WRK-ACUM-ATIVOS     PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-CUMPRIDOS  PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-ROMPIDOS   PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-NOVOS      PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-ROMPIDO     PIC 9(09)V99 VALUE ZEROS.

      *--- LINHAS DO RELATORIO ---
       01  WRK-LINHA-CABEC.
           05 FILLER PIC X(07) VALUE "ACORDO ".
           05 FILLER PIC X(08) VALUE "CLIENTE ".
           05 FILLER PIC X(05) VALUE "NOTA ".
           05 FILLER PIC X(09) VALUE "DATA     ".
           05 FILLER PIC X(14) VALUE "   TOTAL ACORD".
           05 FILLER PIC X(09) VALUE " PARC/ABE".
           05 FILLER PIC X(14) VALUE "   SALDO ABERT".
           05 FILLER PIC X(14) VALUE "   SALDO VENC.".
           05 FILLER PIC X(07) VALUE " ATRASO".
           05 FILLER PIC X(05) VALUE SPACES.
       01  WRK-LINHA-DET.
           05 WRK-LD-NUMERO    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CLIENTE   PIC 9(04).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LD-NOTA      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-PARCELAS  PIC Z9.
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-LD-ABERTAS   PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-SALDO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VENCIDO   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ATRASO    PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOVO      PIC X(04).
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
           MOVE DTM-AAAAMMDD TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

           ACCEPT WRK-TOLERANCIA-ENV FROM ENVIRONMENT "ACORDOTOLER".
           IF WRK-TOLERANCIA-ENV IS NUMERIC
             MOVE WRK-TOLERANCIA-ENV TO WRK-TOLERANCIA
           END-IF.
           DISPLAY "TOLERANCIA DE ATRASO DO ACORDO: " WRK-TOLERANCIA
                   " DIAS".

           PERFORM 0190-OBTER-CAMINHO-ACORDO.
           OPEN INPUT ACORDO.
           IF FS-ACORDO NOT EQUAL 0
             DISPLAY "CADASTRO DE ACORDOS NAO FOI ABERTO - STATUS "
                     FS-ACORDO
             GOBACK
           END-IF.
           READ ACORDO NEXT RECORD.
           PERFORM UNTIL FS-ACORDO NOT EQUAL 00
             IF WRK-QTD-ACORDOS LESS WRK-MAX-ACORDOS
               ADD 1 TO WRK-QTD-ACORDOS
               MOVE REG-ACORDO TO WRK-ACD-REG(WRK-QTD-ACORDOS)
             ELSE
               DISPLAY "TABELA DE ACORDOS CHEIA (MAX "
                       WRK-MAX-ACORDOS ")"
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ ACORDO NEXT RECORD
           END-PERFORM.
           CLOSE ACORDO.
           IF CARGA-TRANSBORDOU
             DISPLAY "CARGA EM MEMORIA INCOMPLETA - ACOMPANHAMENTO "
                     "NAO REALIZADO PARA NAO PERDER REGISTROS"
             GOBACK
           END-IF.

           PERFORM 0124-OBTER-CAMINHO-CONTAREC.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC NOT EQUAL 0
             DISPLAY "CONTAS A RECEBER NAO FOI ABERTO - STATUS "
                     FS-CONTAREC
             GOBACK
           END-IF.

           MOVE "ACORDOROMP" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELACORDO.
           OPEN OUTPUT RELACORDO.
           IF FS-RELACORDO NOT EQUAL 0
             DISPLAY "RELATORIO NAO FOI ABERTO - STATUS "
                     FS-RELACORDO
             CLOSE CONTAREC
             GOBACK
           END-IF.
           MOVE "ACORDOS DE RENEGOCIACAO ROMPIDOS" TO REG-RELACORDO.
           WRITE REG-RELACORDO.
           MOVE SPACES TO REG-RELACORDO.
           STRING "DATA: " DTM-AAAAMMDD "  TOLERANCIA: "
                  WRK-TOLERANCIA " DIAS DE ATRASO"
             DELIMITED BY SIZE INTO REG-RELACORDO
           END-STRING.
           WRITE REG-RELACORDO.
           MOVE SPACES TO REG-RELACORDO.
           WRITE REG-RELACORDO.
           MOVE WRK-LINHA-CABEC TO REG-RELACORDO.
           WRITE REG-RELACORDO.

       0200-PROCESSAR                  SECTION.
           MOVE 1 TO WRK-IND-ACORDO.
           PERFORM 0210-ACOMPANHAR-ACORDO
             UNTIL WRK-IND-ACORDO GREATER WRK-QTD-ACORDOS.
           CLOSE CONTAREC.

           MOVE SPACES TO REG-RELACORDO.
           WRITE REG-RELACORDO.
           MOVE "ACORDOS ATIVOS EM DIA..................."
             TO WRK-LT-TEXTO.
           MOVE WRK-ACUM-ATIVOS TO WRK-LT-QTD.
           MOVE ZEROS TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELACORDO.
           WRITE REG-RELACORDO.
           MOVE "ACORDOS CUMPRIDOS NESTA EXECUCAO........"
             TO WRK-LT-TEXTO.
           MOVE WRK-ACUM-CUMPRIDOS TO WRK-LT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELACORDO.
           WRITE REG-RELACORDO.
           MOVE "ACORDOS ROMPIDOS COM SALDO EM ABERTO...."
             TO WRK-LT-TEXTO.
           MOVE WRK-ACUM-ROMPIDOS TO WRK-LT-QTD.
           MOVE WRK-TOT-ROMPIDO   TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELACORDO.
           WRITE REG-RELACORDO.
           MOVE "ROMPIDOS NESTA EXECUCAO................."
             TO WRK-LT-TEXTO.
           MOVE WRK-ACUM-NOVOS TO WRK-LT-QTD.
           MOVE ZEROS TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELACORDO.
           WRITE REG-RELACORDO.
           CLOSE RELACORDO.

           IF CADASTRO-ALTERADO
             PERFORM 0250-REGRAVAR-ACORDOS
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELACORDO.

      *--------------------------------------------------------------
      *  0210-ACOMPANHAR-ACORDO: ACORDO CUMPRIDO FICA DE FORA; O
      *  ATIVO E O JA ROMPIDO TEM AS PARCELAS CONFERIDAS. O ROMPIDO
      *  SEM SALDO (PAGO DEPOIS DE ROMPIDO) VIRA CUMPRIDO.
      *--------------------------------------------------------------
       0210-ACOMPANHAR-ACORDO          SECTION.
           MOVE WRK-ACD-REG(WRK-IND-ACORDO) TO REG-ACORDO.
           IF ACD-CUMPRIDO
             GO TO 0210-ACOMPANHAR-SAIDA
           END-IF.
           PERFORM 0220-SOMAR-PARCELAS.
           MOVE "N" TO WRK-SW-NOVO.

           IF WRK-PARC-ABERTAS EQUAL ZEROS
             MOVE 'C'          TO ACD-STATUS
             MOVE DTM-AAAAMMDD TO ACD-DATA-SITUACAO
             MOVE REG-ACORDO   TO WRK-ACD-REG(WRK-IND-ACORDO)
             SET CADASTRO-ALTERADO TO TRUE
             ADD 1 TO WRK-ACUM-CUMPRIDOS
             GO TO 0210-ACOMPANHAR-SAIDA
           END-IF.

           IF ACD-ATIVO
             IF WRK-MAIOR-ATRASO GREATER WRK-TOLERANCIA
               MOVE 'R'          TO ACD-STATUS
               MOVE DTM-AAAAMMDD TO ACD-DATA-SITUACAO
               MOVE REG-ACORDO   TO WRK-ACD-REG(WRK-IND-ACORDO)
               SET CADASTRO-ALTERADO TO TRUE
               SET ROMPIDO-AGORA TO TRUE
               ADD 1 TO WRK-ACUM-NOVOS
             ELSE
               ADD 1 TO WRK-ACUM-ATIVOS
               GO TO 0210-ACOMPANHAR-SAIDA
             END-IF
           END-IF.

           ADD 1 TO WRK-ACUM-ROMPIDOS.
           ADD WRK-SALDO-ABERTO TO WRK-TOT-ROMPIDO.
           PERFORM 0230-LISTAR-ROMPIDO.
       0210-ACOMPANHAR-SAIDA.
           ADD 1 TO WRK-IND-ACORDO.

      *--- PARCELAS DA NOTA DO ACORDO, NA ORDEM DA CHAVE ---
       0220-SOMAR-PARCELAS             SECTION.
           MOVE ZEROS TO WRK-PARC-ABERTAS.
           MOVE ZEROS TO WRK-PARC-VENCIDAS.
           MOVE ZEROS TO WRK-SALDO-ABERTO.
           MOVE ZEROS TO WRK-SALDO-VENCIDO.
           MOVE ZEROS TO WRK-MAIOR-ATRASO.
           MOVE "N"   TO WRK-SW-FIM-NOTA.
           MOVE ACD-ID-CLIENTE TO CRC-ID-CLIENTE.
           MOVE ACD-NOTA       TO CRC-NOTA.
           MOVE ZEROS          TO CRC-PARCELA.
           START CONTAREC KEY IS NOT LESS THAN CRC-CHAVE
             INVALID KEY
               SET FIM-DA-NOTA TO TRUE
           END-START.
           PERFORM 0225-LER-PARCELA
             UNTIL FIM-DA-NOTA.

       0225-LER-PARCELA                SECTION.
           READ CONTAREC NEXT RECORD.
           IF FS-CONTAREC NOT EQUAL 00
              OR CRC-ID-CLIENTE NOT EQUAL ACD-ID-CLIENTE
              OR CRC-NOTA NOT EQUAL ACD-NOTA
             SET FIM-DA-NOTA TO TRUE
             GO TO 0225-LER-SAIDA
           END-IF.
           IF NOT CRC-ABERTA
             GO TO 0225-LER-SAIDA
           END-IF.
           COMPUTE WRK-SALDO = CRC-VALOR - CRC-VALOR-PAGO.
           IF WRK-SALDO EQUAL ZEROS
             GO TO 0225-LER-SAIDA
           END-IF.
           ADD 1 TO WRK-PARC-ABERTAS.
           ADD WRK-SALDO TO WRK-SALDO-ABERTO.
           MOVE CRC-VENCIMENTO TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-HOJE - WRK-SERIAL.
           IF WRK-DIAS-ATRASO GREATER ZEROS
             ADD 1 TO WRK-PARC-VENCIDAS
             ADD WRK-SALDO TO WRK-SALDO-VENCIDO
             IF WRK-DIAS-ATRASO GREATER WRK-MAIOR-ATRASO
               MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
             END-IF
           END-IF.
       0225-LER-SAIDA.
           EXIT.

       0230-LISTAR-ROMPIDO             SECTION.
           MOVE ACD-NUMERO        TO WRK-LD-NUMERO.
           MOVE ACD-ID-CLIENTE    TO WRK-LD-CLIENTE.
           MOVE ACD-NOTA          TO WRK-LD-NOTA.
           MOVE ACD-DATA          TO WRK-LD-DATA.
           MOVE ACD-VALOR-TOTAL   TO WRK-LD-TOTAL.
           MOVE ACD-QTD-PARCELAS  TO WRK-LD-PARCELAS.
           MOVE WRK-PARC-ABERTAS  TO WRK-LD-ABERTAS.
           MOVE WRK-SALDO-ABERTO  TO WRK-LD-SALDO.
           MOVE WRK-SALDO-VENCIDO TO WRK-LD-VENCIDO.
           MOVE WRK-MAIOR-ATRASO  TO WRK-LD-ATRASO.
           IF ROMPIDO-AGORA
             MOVE "NOVO" TO WRK-LD-NOVO
           ELSE
             MOVE SPACES TO WRK-LD-NOVO
           END-IF.
           MOVE WRK-LINHA-DET TO REG-RELACORDO.
           WRITE REG-RELACORDO.

       0250-REGRAVAR-ACORDOS           SECTION.
           OPEN OUTPUT ACORDO.
           IF FS-ACORDO NOT EQUAL 0
             DISPLAY "CADASTRO DE ACORDOS NAO FOI REGRAVADO - "
                     "STATUS " FS-ACORDO
             GO TO 0250-REGRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-ACORDO.
           PERFORM UNTIL WRK-IND-ACORDO GREATER WRK-QTD-ACORDOS
             MOVE WRK-ACD-REG(WRK-IND-ACORDO) TO REG-ACORDO
             WRITE REG-ACORDO
             ADD 1 TO WRK-IND-ACORDO
           END-PERFORM.
           CLOSE ACORDO.
       0250-REGRAVAR-SAIDA.
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

           COPY "CAMACDP.cpy".
           COPY "CAMCRCP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "ACORDOS EM DIA.........: " WRK-ACUM-ATIVOS.
               DISPLAY "ACORDOS CUMPRIDOS......: " WRK-ACUM-CUMPRIDOS.
               DISPLAY "ACORDOS ROMPIDOS.......: " WRK-ACUM-ROMPIDOS
                       " (NOVOS: " WRK-ACUM-NOVOS ")".
               MOVE "PROGRAMA81" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-ROMPIDOS TO LOG-QTD.
               MOVE WRK-QTD-ACORDOS   TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-ROMPIDO   TO LOG-HASH.
               MOVE "ACOMPANHAMENTO DE ACORDOS" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
