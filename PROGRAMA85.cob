       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA85.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: MONITOR DA NOTA ELETRONICA - RELATORIO DATADO
      *==           (RELGER) DAS NOTAS DO NFECTL.DAT QUE AINDA NAO
      *==           ESTAO RESOLVIDAS: PENDENTES DE TRANSMISSAO (COM A
      *==           MARCA DE CONTINGENCIA), TRANSMITIDAS SEM RETORNO,
      *==           REJEITADAS (CSTAT E MOTIVO DO FISCO) E PEDIDOS DE
      *==           CANCELAMENTO EM ANDAMENTO OU RECUSADOS, COM OS
      *==           DIAS DESDE A EMISSAO. FILTRO OPCIONAL POR
      *==           COMPETENCIA E POR FILIAL. NO FIM, A QUANTIDADE E O
      *==           VALOR POR SITUACAO E A SITUACAO DA CONTINGENCIA.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT NFECTL ASSIGN TO WRK-CAMINHO-NFECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFECTL.

           SELECT NFECONT ASSIGN TO WRK-CAMINHO-NFECONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NFECONT.

           SELECT RELNFE ASSIGN TO WRK-CAMINHO-RELNFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELNFE.

       DATA DIVISION.
       FILE SECTION.
       FD  NFECTL.
           COPY "NFECTL.cpy".

       FD  NFECONT.
           COPY "NFECONT.cpy".

       FD  RELNFE.
       01  REG-RELNFE                 PIC X(132).

       WORKING-STORAGE               SECTION.
           COPY "CAMNFE.cpy".
           COPY "CAMNFC.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-NFECTL           PIC 9(02)    VALUE ZEROS.
       77  FS-NFECONT          PIC 9(02)    VALUE ZEROS.
       77  FS-RELNFE           PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELNFE  PIC X(100)   VALUE SPACES.

      *--- FILTROS ---
       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-FILIAL          PIC 9(02)    VALUE ZEROS.

      *--- SITUACAO DA CONTINGENCIA (ULTIMA LINHA DO HISTORICO) ---
       77  WRK-SW-CONTINGENCIA PIC X(01)    VALUE "N".
           88 EMISSAO-EM-CONTINGENCIA       VALUE "S".
       77  WRK-CONT-DATA       PIC 9(08)    VALUE ZEROS.
       77  WRK-CONT-MOTIVO     PIC X(40)    VALUE SPACES.

       77  WRK-SW-FIM-NFECTL   PIC X(01)    VALUE "N".
           88 FIM-DO-NFECTL                 VALUE "S".
       77  WRK-SITUACAO        PIC X(20)    VALUE SPACES.

      *--- DIAS DESDE A EMISSAO (SERIAL DE DIAS CORRIDOS) ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO       PIC 9(04).
           05 WRK-DS-MES       PIC 9(02).
           05 WRK-DS-DIA       PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL          PIC 9(08)    VALUE ZEROS.
       77  WRK-SERIAL-HOJE     PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS            PIC S9(05)   VALUE ZEROS.
       77  WRK-RESTO-ANO       PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS     PIC 9(03) OCCURS 12 TIMES.

      *--- TOTAIS POR SITUACAO ---
       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-PEND        PIC 9(05)    VALUE ZEROS.
       77  WRK-VAL-PEND        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-PEND-CONT   PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-TRANSM      PIC 9(05)    VALUE ZEROS.
       77  WRK-VAL-TRANSM      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-REJ         PIC 9(05)    VALUE ZEROS.
       77  WRK-VAL-REJ         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-CANC        PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-AUTORIZ     PIC 9(05)    VALUE ZEROS.
       77  WRK-VAL-AUTORIZ     PIC 9(11)V99 VALUE ZEROS.

      *--- LINHAS DO RELATORIO ---
       01  WRK-LINHA-CABEC.
           05 FILLER PIC X(22) VALUE "FL T NOTA EMISSAO   ".
           05 FILLER PIC X(21) VALUE "SITUACAO            ".
           05 FILLER PIC X(06) VALUE " DIAS ".
           05 FILLER PIC X(04) VALUE "ENV ".
           05 FILLER PIC X(14) VALUE "         VALOR".
           05 FILLER PIC X(05) VALUE " CST ".
           05 FILLER PIC X(40) VALUE "MOTIVO / LOTE".
       01  WRK-LINHA-DET.
           05 WRK-LD-FILIAL    PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOTA      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DATA      PIC 9(08).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LD-SITUACAO  PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DIAS      PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-ENVIOS    PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-CSTAT     PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-MOTIVO    PIC X(60).
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

           DISPLAY "COMPETENCIA (AAAAMM, 0 = TODAS) "
             ACCEPT WRK-COMPETENCIA.
           DISPLAY "FILIAL (0 = TODAS) "
             ACCEPT WRK-FILIAL.

           PERFORM 0110-LER-CONTINGENCIA.

           PERFORM 0193-OBTER-CAMINHO-NFECTL.
           OPEN INPUT NFECTL.
           IF FS-NFECTL NOT EQUAL 0
             DISPLAY "CONTROLE DA NF-E NAO FOI ABERTO - STATUS "
                     FS-NFECTL
             GOBACK
           END-IF.

           MOVE "NFEMONITOR" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELNFE.
           OPEN OUTPUT RELNFE.
           IF FS-RELNFE NOT EQUAL 0
             DISPLAY "RELATORIO NAO FOI ABERTO - STATUS " FS-RELNFE
             CLOSE NFECTL
             GOBACK
           END-IF.
           MOVE "MONITOR DA NOTA ELETRONICA - NOTAS NAO RESOLVIDAS"
             TO REG-RELNFE.
           WRITE REG-RELNFE.
           MOVE SPACES TO REG-RELNFE.
           STRING "DATA: " DTM-AAAAMMDD "  COMPETENCIA: "
                  WRK-COMPETENCIA "  FILIAL: " WRK-FILIAL
                  "  (ZERO = TODAS)"
             DELIMITED BY SIZE INTO REG-RELNFE
           END-STRING.
           WRITE REG-RELNFE.
           MOVE SPACES TO REG-RELNFE.
           IF EMISSAO-EM-CONTINGENCIA
             STRING "*** EMISSAO EM CONTINGENCIA DESDE "
                    WRK-CONT-DATA " - " WRK-CONT-MOTIVO " ***"
               DELIMITED BY SIZE INTO REG-RELNFE
             END-STRING
           ELSE
             MOVE "EMISSAO NORMAL" TO REG-RELNFE
           END-IF.
           WRITE REG-RELNFE.
           MOVE SPACES TO REG-RELNFE.
           WRITE REG-RELNFE.
           MOVE WRK-LINHA-CABEC TO REG-RELNFE.
           WRITE REG-RELNFE.

      *--- A ULTIMA LINHA DO HISTORICO E A SITUACAO EM VIGOR ---
       0110-LER-CONTINGENCIA           SECTION.
           PERFORM 0194-OBTER-CAMINHO-NFECONT.
           OPEN INPUT NFECONT.
           IF FS-NFECONT NOT EQUAL 0
             GO TO 0110-LER-SAIDA
           END-IF.
           READ NFECONT NEXT RECORD.
           PERFORM UNTIL FS-NFECONT NOT EQUAL 00
             IF NCT-CONTINGENCIA
               MOVE "S"        TO WRK-SW-CONTINGENCIA
               MOVE NCT-DATA   TO WRK-CONT-DATA
               MOVE NCT-MOTIVO TO WRK-CONT-MOTIVO
             ELSE
               MOVE "N"        TO WRK-SW-CONTINGENCIA
             END-IF
             READ NFECONT NEXT RECORD
           END-PERFORM.
           CLOSE NFECONT.
       0110-LER-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-EXAMINAR-NOTA
             UNTIL FIM-DO-NFECTL.

           MOVE SPACES TO REG-RELNFE.
           WRITE REG-RELNFE.
           MOVE "PENDENTES DE TRANSMISSAO................"
             TO WRK-LT-TEXTO.
           MOVE WRK-QTD-PEND TO WRK-LT-QTD.
           MOVE WRK-VAL-PEND TO WRK-LT-VALOR.
           PERFORM 0280-GRAVAR-TOTAL.
           MOVE "  DAS QUAIS EMITIDAS EM CONTINGENCIA...."
             TO WRK-LT-TEXTO.
           MOVE WRK-QTD-PEND-CONT TO WRK-LT-QTD.
           MOVE ZEROS TO WRK-LT-VALOR.
           PERFORM 0280-GRAVAR-TOTAL.
           MOVE "TRANSMITIDAS SEM RETORNO................"
             TO WRK-LT-TEXTO.
           MOVE WRK-QTD-TRANSM TO WRK-LT-QTD.
           MOVE WRK-VAL-TRANSM TO WRK-LT-VALOR.
           PERFORM 0280-GRAVAR-TOTAL.
           MOVE "REJEITADAS PELO FISCO..................."
             TO WRK-LT-TEXTO.
           MOVE WRK-QTD-REJ TO WRK-LT-QTD.
           MOVE WRK-VAL-REJ TO WRK-LT-VALOR.
           PERFORM 0280-GRAVAR-TOTAL.
           MOVE "CANCELAMENTOS EM ANDAMENTO OU RECUSADOS."
             TO WRK-LT-TEXTO.
           MOVE WRK-QTD-CANC TO WRK-LT-QTD.
           MOVE ZEROS TO WRK-LT-VALOR.
           PERFORM 0280-GRAVAR-TOTAL.
           MOVE "AUTORIZADAS (NAO LISTADAS)..............."
             TO WRK-LT-TEXTO.
           MOVE WRK-QTD-AUTORIZ TO WRK-LT-QTD.
           MOVE WRK-VAL-AUTORIZ TO WRK-LT-VALOR.
           PERFORM 0280-GRAVAR-TOTAL.
           CLOSE RELNFE.
           CLOSE NFECTL.

      *--------------------------------------------------------------
      *  0210-EXAMINAR-NOTA: NOTA AUTORIZADA SEM PEDIDO DE
      *  CANCELAMENTO E NOTA CANCELADA ESTAO RESOLVIDAS - SO ENTRAM
      *  NOS TOTAIS. O RESTO SAI NO RELATORIO.
      *--------------------------------------------------------------
       0210-EXAMINAR-NOTA              SECTION.
           READ NFECTL NEXT RECORD.
           IF FS-NFECTL NOT EQUAL 00
             SET FIM-DO-NFECTL TO TRUE
             GO TO 0210-EXAMINAR-SAIDA
           END-IF.
           IF WRK-COMPETENCIA NOT EQUAL ZEROS
              AND NFE-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
             GO TO 0210-EXAMINAR-SAIDA
           END-IF.
           IF WRK-FILIAL NOT EQUAL ZEROS
              AND NFE-FILIAL NOT EQUAL WRK-FILIAL
             GO TO 0210-EXAMINAR-SAIDA
           END-IF.
           ADD 1 TO WRK-ACUM-LIDOS.

           EVALUATE TRUE
             WHEN NFE-CANCELADA
               GO TO 0210-EXAMINAR-SAIDA
             WHEN NFE-CANC-PEDIDO
               MOVE "CANCELAMENTO PEDIDO" TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-CANC
             WHEN NFE-CANC-ENVIADO
               MOVE "CANCELAM. ENVIADO"   TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-CANC
             WHEN NFE-CANC-REJEITADO
               MOVE "CANCELAM. RECUSADO"  TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-CANC
             WHEN NFE-AUTORIZADA
               ADD 1 TO WRK-QTD-AUTORIZ
               ADD NFE-VALOR TO WRK-VAL-AUTORIZ
               GO TO 0210-EXAMINAR-SAIDA
             WHEN NFE-PENDENTE
               IF NFE-EM-CONTINGENCIA
                 MOVE "PENDENTE CONTING."  TO WRK-SITUACAO
                 ADD 1 TO WRK-QTD-PEND-CONT
               ELSE
                 MOVE "PENDENTE"           TO WRK-SITUACAO
               END-IF
               ADD 1 TO WRK-QTD-PEND
               ADD NFE-VALOR TO WRK-VAL-PEND
             WHEN NFE-TRANSMITIDA
               MOVE "TRANSMITIDA"         TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-TRANSM
               ADD NFE-VALOR TO WRK-VAL-TRANSM
             WHEN OTHER
               MOVE "REJEITADA"           TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-REJ
               ADD NFE-VALOR TO WRK-VAL-REJ
           END-EVALUATE.

           MOVE NFE-DATA-EMISSAO TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           COMPUTE WRK-DIAS = WRK-SERIAL-HOJE - WRK-SERIAL.
           IF WRK-DIAS LESS ZEROS
             MOVE ZEROS TO WRK-DIAS
           END-IF.

           MOVE NFE-FILIAL       TO WRK-LD-FILIAL.
           MOVE NFE-TIPO         TO WRK-LD-TIPO.
           MOVE NFE-NOTA         TO WRK-LD-NOTA.
           MOVE NFE-DATA-EMISSAO TO WRK-LD-DATA.
           MOVE WRK-SITUACAO     TO WRK-LD-SITUACAO.
           MOVE WRK-DIAS         TO WRK-LD-DIAS.
           MOVE NFE-QTD-ENVIOS   TO WRK-LD-ENVIOS.
           MOVE NFE-VALOR        TO WRK-LD-VALOR.
           MOVE NFE-CSTAT        TO WRK-LD-CSTAT.
           IF NFE-TRANSMITIDA AND NFE-MOTIVO EQUAL SPACES
             MOVE SPACES TO WRK-LD-MOTIVO
             STRING "LOTE " NFE-LOTE DELIMITED BY SIZE
               INTO WRK-LD-MOTIVO
             END-STRING
           ELSE
             MOVE NFE-MOTIVO TO WRK-LD-MOTIVO
           END-IF.
           MOVE WRK-LINHA-DET TO REG-RELNFE.
           WRITE REG-RELNFE.
       0210-EXAMINAR-SAIDA.
           EXIT.

       0280-GRAVAR-TOTAL               SECTION.
           MOVE WRK-LINHA-TOTAL TO REG-RELNFE.
           WRITE REG-RELNFE.

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

           COPY "CAMNFEP.cpy".
           COPY "CAMNFCP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "NOTAS EXAMINADAS.........: " WRK-ACUM-LIDOS.
               DISPLAY "PENDENTES DE TRANSMISSAO.: " WRK-QTD-PEND.
               DISPLAY "TRANSMITIDAS SEM RETORNO.: " WRK-QTD-TRANSM.
               DISPLAY "REJEITADAS...............: " WRK-QTD-REJ.
               DISPLAY "CANCELAMENTOS EM ABERTO..: " WRK-QTD-CANC.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELNFE.
               DISPLAY "FIM DE PROGRAMA ".
