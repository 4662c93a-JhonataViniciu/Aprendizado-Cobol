      *== 02/09/2026 - JV - A COBRANCA DE CLIENTES DA LOJA PODE SER
      *==            PRIORIZADA POR SEGMENTO RFM (SEGMENTO.DAT,
      *==            ARQ036) - BRANCO COBRA TODOS, COMO SEMPRE FOI.
      *== 15/10/2026 - JV - PARCELA RENEGOCIADA EM ACORDO (PROGRAMA80,
      *==            SITUACAO 'R') NAO E COBRADA - A COBRANCA SEGUE
      *==            PELAS PARCELAS DO ACORDO. A QUANTIDADE DEIXADA DE
      *==            FORA SAI NO CONSOLE.
      *== 15/10/2026 - JV - MENSALIDADE AGRUPADA NA FATURA UNICA DA
      *==            FAMILIA (FATFAM.DAT, ALU022) E COBRADA PELA
      *==            FATURA: UM ITEM POR COMPETENCIA COM O SALDO
      *==            SOMADO DOS FILHOS, NA CARTA DO RESPONSAVEL
      *==            (CARTEIRA F) - OS FILHOS NAO SAEM UM A UM.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT FATFAM ASSIGN TO WRK-CAMINHO-FATFAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAF-CHAVE
               FILE STATUS IS FS-FATFAM.

           SELECT CARTAS ASSIGN TO WRK-CAMINHO-CARTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.
       FD  MENSALIDADES.
           COPY "MENSALID.cpy".

       FD  FATFAM.
           COPY "FATFAM.cpy".

       FD  CARTAS.
       01  REG-CARTAS                 PIC X(80).

       WORKING-STORAGE               SECTION.
           COPY "CAMCRC.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMFAF.cpy".
           COPY "CAMATD.cpy".
           COPY "CAMSEG.cpy".
           COPY "CAMLOG.cpy".
           COPY "OPESSAO.cpy".
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-MENSALIDADES     PIC 9(02)    VALUE ZEROS.
       77  FS-FATFAM           PIC 9(02)    VALUE ZEROS.
       77  FS-CARTAS           PIC 9(02)    VALUE ZEROS.
       77  FS-ATENDIMENTOS     PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.

       77  WRK-SALDO           PIC 9(08)V99 VALUE ZEROS.

      *--- FATURAS DE FAMILIA VENCIDAS (CARTEIRA F) ---
       01  WRK-TAB-FATURAS.
           05 WRK-FTA-ITEM OCCURS 500 TIMES.
              10 WRK-FTA-COMPET   PIC 9(06).
              10 WRK-FTA-RESP     PIC 9(04).
              10 WRK-FTA-VENCTO   PIC 9(08).
              10 WRK-FTA-SALDO    PIC 9(08)V99.
              10 WRK-FTA-ATRASO   PIC 9(05).
       77  WRK-QTD-FATURAS     PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-FATURAS     PIC 9(03)    VALUE 500.
       77  WRK-IND-FATURA      PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-SOMADA       PIC X(01)    VALUE "N".
           88 SOMADA-NA-FATURA              VALUE "S".

      *--- QUEBRA POR DEVEDOR (CARTEIRA + ID) ---
       77  WRK-FIM-ORDCOB      PIC X(01)    VALUE "N".
       77  WRK-PRIMEIRO        PIC X(01)    VALUE "S".
       77  WRK-TOTAL-DEVIDO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ESTAGIO         PIC X(12)    VALUE SPACES.
       77  WRK-ACUM-CARTAS     PIC 9(04)    VALUE ZEROS.
       77  WRK-ACUM-RENEGOC    PIC 9(05)    VALUE ZEROS.

      *--- LINHAS DA CARTA ---
       01  WRK-CT-SEPARA       PIC X(50) VALUE ALL "=".
             OUTPUT PROCEDURE 0220-CONSUMIR-VENCIDOS.
           CLOSE CARTAS.
           DISPLAY "CARTAS EMITIDAS: " WRK-ACUM-CARTAS.
           DISPLAY "PARCELAS EM ACORDO (NAO COBRADAS): "
                   WRK-ACUM-RENEGOC.
           DISPLAY "CARTAS GRAVADAS EM " WRK-CAMINHO-CARTAS.

       0205-CARREGAR-SEGMENTOS         SECTION.
                   RELEASE WRK-REG-ORDCOB
                 END-IF
               END-IF
      *        A RENEGOCIADA NAO E ABERTA - FICA FORA DA CARTA
               IF CRC-RENEGOCIADA
                 ADD 1 TO WRK-ACUM-RENEGOC
               END-IF
               READ CONTAREC NEXT RECORD
             END-PERFORM
             CLOSE CONTAREC
           PERFORM 0132-OBTER-CAMINHO-MENSALID.
           OPEN INPUT MENSALIDADES.
           IF FS-MENSALIDADES EQUAL 0
             PERFORM 0111-OBTER-CAMINHO-FATFAM
             OPEN INPUT FATFAM
             IF FS-FATFAM EQUAL 0
               SET FATFAM-ABERTO TO TRUE
             END-IF
             READ MENSALIDADES NEXT RECORD
             PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
               IF MEN-ABERTA
                 PERFORM 0216-SERIAL-DE-DIAS
                 COMPUTE WRK-DIAS-ATRASO =
                     WRK-SERIAL-HOJE - WRK-SERIAL
                 MOVE "N" TO WRK-SW-SOMADA
                 IF WRK-SALDO GREATER ZEROS
                    AND WRK-DIAS-ATRASO GREATER ZEROS
                   PERFORM 0112-MENSALIDADE-NA-FATURA
                   IF MENSALIDADE-NA-FATURA
                     PERFORM 0212-SOMAR-NA-FATURA
                   END-IF
                 END-IF
                 IF WRK-SALDO GREATER ZEROS
                    AND WRK-DIAS-ATRASO GREATER ZEROS
                    AND NOT SOMADA-NA-FATURA
                   MOVE "M"        TO ORD-CARTEIRA
                   MOVE MEN-ALU-ID TO ORD-ID
                   MOVE SPACES     TO ORD-REF
               READ MENSALIDADES NEXT RECORD
             END-PERFORM
             CLOSE MENSALIDADES
             IF FATFAM-ABERTO
               CLOSE FATFAM
             END-IF
           END-IF.

           MOVE 1 TO WRK-IND-FATURA.
           PERFORM UNTIL WRK-IND-FATURA GREATER WRK-QTD-FATURAS
             MOVE "F" TO ORD-CARTEIRA
             MOVE WRK-FTA-RESP(WRK-IND-FATURA) TO ORD-ID
             MOVE SPACES TO ORD-REF
             STRING "FAM " WRK-FTA-COMPET(WRK-IND-FATURA)
               DELIMITED BY SIZE INTO ORD-REF
             END-STRING
             MOVE WRK-FTA-VENCTO(WRK-IND-FATURA) TO ORD-VENCTO
             MOVE WRK-FTA-SALDO(WRK-IND-FATURA)  TO ORD-SALDO
             MOVE WRK-FTA-ATRASO(WRK-IND-FATURA) TO ORD-ATRASO
             RELEASE WRK-REG-ORDCOB
             ADD 1 TO WRK-IND-FATURA
           END-PERFORM.

      *--- O FILHO DA FATURA DA FAMILIA ENTRA NO ITEM DA FATURA ---
       0212-SOMAR-NA-FATURA            SECTION.
           MOVE 1 TO WRK-IND-FATURA.
           PERFORM UNTIL WRK-IND-FATURA GREATER WRK-QTD-FATURAS
                      OR SOMADA-NA-FATURA
             IF WRK-FTA-COMPET(WRK-IND-FATURA) EQUAL MEN-COMPETENCIA
                AND WRK-FTA-RESP(WRK-IND-FATURA) EQUAL MEN-RESP-ID
               SET SOMADA-NA-FATURA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-FATURA
             END-IF
           END-PERFORM.
           IF NOT SOMADA-NA-FATURA
             IF WRK-QTD-FATURAS NOT LESS WRK-MAX-FATURAS
               GO TO 0212-SOMAR-SAIDA
             END-IF
             ADD 1 TO WRK-QTD-FATURAS
             MOVE WRK-QTD-FATURAS TO WRK-IND-FATURA
             MOVE MEN-COMPETENCIA  TO WRK-FTA-COMPET(WRK-IND-FATURA)
             MOVE MEN-RESP-ID      TO WRK-FTA-RESP(WRK-IND-FATURA)
             MOVE WRK-DATA-SER-NUM TO WRK-FTA-VENCTO(WRK-IND-FATURA)
             MOVE ZEROS            TO WRK-FTA-SALDO(WRK-IND-FATURA)
             MOVE WRK-DIAS-ATRASO  TO WRK-FTA-ATRASO(WRK-IND-FATURA)
             SET SOMADA-NA-FATURA TO TRUE
           END-IF.
           ADD WRK-SALDO TO WRK-FTA-SALDO(WRK-IND-FATURA).
       0212-SOMAR-SAIDA.
           EXIT.

       0220-CONSUMIR-VENCIDOS          SECTION.
           MOVE "N" TO WRK-FIM-ORDCOB.
           MOVE "S" TO WRK-PRIMEIRO.
           IF WRK-CARTEIRA-ATUAL EQUAL "C"
             MOVE "CLIENTE: " TO WRK-CT-ROTULO
           ELSE
             IF WRK-CARTEIRA-ATUAL EQUAL "F"
               MOVE "RESPONS: " TO WRK-CT-ROTULO
             ELSE
               MOVE "ALUNO..: " TO WRK-CT-ROTULO
             END-IF
           END-IF.
           MOVE WRK-ID-ATUAL TO WRK-CT-ID.
           MOVE WRK-CT-DEVEDOR TO REG-CARTAS.

           COPY "CAMCRCP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMFAFP.cpy".
           COPY "CAMATDP.cpy".
           COPY "CAMSEGP.cpy".
           COPY "CAMPOLP.cpy".
