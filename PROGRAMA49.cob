      *==            RETORNO LE O TITULO DIRETO PELA CHAVE E REGRAVA
      *==            COM REWRITE - ACABOU A CARGA COMPLETA EM
      *==            MEMORIA DOS DOIS ARQUIVOS.
      *== 15/10/2026 - JV - O TOTAL BAIXADO DE CADA DATA DE PAGAMENTO
      *==            E GRAVADO COMO CREDITO ESPERADO NO DIARIO DE
      *==            MOVIMENTOS BANCARIOS (MOVBANCO.DAT), NA CONTA DE
      *==            USO C DO CADASTRO CONTABAN.DAT, PARA A
      *==            CONCILIACAO DO PROGRAMA68.
      *== 15/10/2026 - JV - TITULO JA BAIXADO PARA PERDAS (PROGRAMA82)
      *==            TAMBEM E BAIXADO PELO RETORNO, COMO RECUPERACAO:
      *==            O RECEBIMENTO VAI PARA O RECMOV.DAT COM RCM-TIPO
      *==            'P' E A QUANTIDADE SAI NO CONSOLE.
      *== 15/10/2026 - JV - CARTEIRA F (FATURA UNICA DA FAMILIA,
      *==            FATFAM.DAT): O PAGAMENTO E DISTRIBUIDO NAS
      *==            MENSALIDADES DOS FILHOS NA ORDEM DA FATURA (MENOR
      *==            ID DE ALUNO PRIMEIRO) - CADA UMA RECEBE ATE O SEU
      *==            SALDO E SO ENTAO PASSA PARA A SEGUINTE; O QUE
      *==            SOBRAR FICA NA ULTIMA EM ABERTO. A FATURA QUITA
      *==            QUANDO NAO RESTA FILHO EM ABERTO.
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

           SELECT REJRET ASSIGN TO WRK-CAMINHO-REJRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJRET.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECMOV.

           SELECT CONTABAN ASSIGN TO WRK-CAMINHO-CONTABAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABAN.

           SELECT MOVBANCO ASSIGN TO WRK-CAMINHO-MOVBANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVBANCO.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
       FD  MENSALIDADES.
           COPY "MENSALID.cpy".

       FD  FATFAM.
           COPY "FATFAM.cpy".

       FD  REJRET.
       01  REG-REJRET          PIC X(80).

       FD  RECMOV.
           COPY "RECMOV.cpy".

       FD  CONTABAN.
           COPY "CONTABAN.cpy".

       FD  MOVBANCO.
           COPY "MOVBANCO.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMCRC.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMFAF.cpy".
           COPY "CAMRCM.cpy".
           COPY "CAMLOG.cpy".
           COPY "CAMCTB.cpy".
           COPY "CAMMBC.cpy".
       77  FS-COBRET           PIC 9(02)    VALUE ZEROS.
       77  FS-RECMOV           PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-MENSALIDADES     PIC 9(02)    VALUE ZEROS.
       77  FS-FATFAM           PIC 9(02)    VALUE ZEROS.
       77  FS-REJRET           PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  FS-CONTABAN         PIC 9(02)    VALUE ZEROS.
       77  FS-MOVBANCO         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-COBRET  PIC X(100)   VALUE
           "C:/COBOL/DADOS/COBRET.DAT.txt".
       77  WRK-CAMINHO-REJRET  PIC X(100)   VALUE
           88 MENSALID-ABERTO               VALUE "S".
       77  WRK-SW-TITULO       PIC X(01)    VALUE "N".
           88 TITULO-ACHADO                 VALUE "S".
       77  WRK-SW-RECUPERACAO  PIC X(01)    VALUE "N".
           88 RECUPERACAO                   VALUE "S".
       77  WRK-ACUM-RECUPERADOS PIC 9(06)   VALUE ZEROS.

      *--- DISTRIBUICAO DO PAGAMENTO DA FATURA DA FAMILIA ---
       77  WRK-RESTO-PAGTO     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-APLICAR         PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SALDO-PECA      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-IND-PECA        PIC 9(02)    VALUE ZEROS.
       77  WRK-ULTIMA-PECA     PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-PECA         PIC X(01)    VALUE "N".
           88 PECA-EM-ABERTO                VALUE "S".
       77  WRK-SW-PENDENTE     PIC X(01)    VALUE "N".
           88 FATURA-PENDENTE               VALUE "S".
       77  WRK-ACUM-FATURAS    PIC 9(06)    VALUE ZEROS.

       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-BAIXADOS   PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-REJEITADOS PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-BAIXADO   PIC 9(12)V99 VALUE ZEROS.

      *--- CREDITO DA COBRANCA POR DATA DE PAGAMENTO (MOVBANCO) ---
       01  WRK-TAB-CREDITOS.
           05 WRK-CRE-ITEM OCCURS 31 TIMES.
              10 WRK-CRE-DATA     PIC 9(08).
              10 WRK-CRE-VALOR    PIC 9(10)V99.
       77  WRK-QTD-CREDITOS    PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-CREDITOS    PIC 9(02)    VALUE 31.
       77  WRK-IND-CREDITO     PIC 9(02)    VALUE ZEROS.

       01  WRK-LINHA-REJ.
           05 FILLER           PIC X(20) VALUE
              "TITULO NAO BAIXADO: ".
           IF FS-MENSALIDADES EQUAL 0
             SET MENSALID-ABERTO TO TRUE
           END-IF.
           PERFORM 0111-OBTER-CAMINHO-FATFAM.
           OPEN I-O FATFAM.
           IF FS-FATFAM EQUAL 0
             SET FATFAM-ABERTO TO TRUE
           END-IF.

       0200-PROCESSAR                  SECTION.
           READ COBRET NEXT RECORD.
           IF MENSALID-ABERTO
             CLOSE MENSALIDADES
           END-IF.
           IF FATFAM-ABERTO
             CLOSE FATFAM
           END-IF.

           IF WRK-QTD-CREDITOS GREATER ZEROS
             PERFORM 0260-REGISTRAR-CREDITOS
           END-IF.

           DISPLAY "TITULOS LIDOS....: " WRK-ACUM-LIDOS.
           DISPLAY "TITULOS BAIXADOS.: " WRK-ACUM-BAIXADOS.
           DISPLAY "REJEITADOS.......: " WRK-ACUM-REJEITADOS.
           DISPLAY "TOTAL BAIXADO....: " WRK-TOTAL-BAIXADO.
           IF WRK-ACUM-RECUPERADOS GREATER ZEROS
             DISPLAY "RECUPERACOES DE PERDAS: " WRK-ACUM-RECUPERADOS
           END-IF.
           IF WRK-ACUM-FATURAS GREATER ZEROS
             DISPLAY "FATURAS DE FAMILIA BAIXADAS: " WRK-ACUM-FATURAS
           END-IF.

       0210-BAIXAR-TITULO              SECTION.
           MOVE "N" TO WRK-SW-TITULO.
           MOVE "N" TO WRK-SW-RECUPERACAO.
           IF RET-CARTEIRA EQUAL "C"
             PERFORM 0220-BAIXAR-PARCELA
           ELSE
             IF RET-CARTEIRA EQUAL "M"
               PERFORM 0230-BAIXAR-MENSALIDADE
             ELSE
               IF RET-CARTEIRA EQUAL "F"
                 PERFORM 0235-BAIXAR-FATURA-FAMILIA
               END-IF
             END-IF
           END-IF.
           IF TITULO-ACHADO
             ADD 1 TO WRK-ACUM-BAIXADOS
             ADD RET-VALOR-PAGO TO WRK-TOTAL-BAIXADO
             PERFORM 0250-ACUMULAR-CREDITO
             IF RET-CARTEIRA EQUAL "C"
               PERFORM 0240-GRAVAR-RECEBIMENTO
             END-IF
             INVALID KEY
               GO TO 0220-BAIXAR-SAIDA
           END-READ.
           IF CRC-PERDA
             SET RECUPERACAO TO TRUE
           END-IF.
           IF CRC-ABERTA OR CRC-PERDA
             ADD RET-VALOR-PAGO TO CRC-VALOR-PAGO
             IF CRC-VALOR-PAGO IS GREATER THAN OR EQUAL TO CRC-VALOR
               MOVE 'Q' TO CRC-STATUS
                         CRC-NOTA " NAO FOI REGRAVADA"
               NOT INVALID KEY
                 SET TITULO-ACHADO TO TRUE
                 IF RECUPERACAO
                   ADD 1 TO WRK-ACUM-RECUPERADOS
                 END-IF
             END-REWRITE
           END-IF.
       0220-BAIXAR-SAIDA.
       0230-BAIXAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0235-BAIXAR-FATURA-FAMILIA: A FATURA (COMPETENCIA +
      *  RESPONSAVEL) DIZ QUAIS FILHOS ELA COBRA. A PRIMEIRA VOLTA
      *  ACHA A ULTIMA MENSALIDADE AINDA EM ABERTO; A SEGUNDA
      *  DISTRIBUI O PAGO NA ORDEM DA FATURA - CADA MENSALIDADE
      *  RECEBE ATE O SEU SALDO, A ULTIMA RECEBE O QUE SOBRAR. SEM
      *  NENHUMA EM ABERTO O TITULO VAI PARA OS REJEITADOS.
      *--------------------------------------------------------------
       0235-BAIXAR-FATURA-FAMILIA      SECTION.
           IF NOT MENSALID-ABERTO
              OR NOT FATFAM-ABERTO
             GO TO 0235-BAIXAR-SAIDA
           END-IF.
           MOVE RET-COMPETENCIA TO FAF-COMPETENCIA.
           MOVE RET-ID          TO FAF-RESP-ID.
           READ FATFAM KEY IS FAF-CHAVE
             INVALID KEY
               GO TO 0235-BAIXAR-SAIDA
           END-READ.

           MOVE ZEROS TO WRK-ULTIMA-PECA.
           MOVE 1     TO WRK-IND-PECA.
           PERFORM UNTIL WRK-IND-PECA GREATER FAF-QTD-FILHOS
             PERFORM 0237-LER-PECA
             IF PECA-EM-ABERTO
               MOVE WRK-IND-PECA TO WRK-ULTIMA-PECA
             END-IF
             ADD 1 TO WRK-IND-PECA
           END-PERFORM.
           IF WRK-ULTIMA-PECA EQUAL ZEROS
             GO TO 0235-BAIXAR-SAIDA
           END-IF.

           MOVE RET-VALOR-PAGO TO WRK-RESTO-PAGTO.
           MOVE "N" TO WRK-SW-PENDENTE.
           MOVE 1   TO WRK-IND-PECA.
           PERFORM UNTIL WRK-IND-PECA GREATER FAF-QTD-FILHOS
             PERFORM 0237-LER-PECA
             IF PECA-EM-ABERTO
               IF WRK-IND-PECA EQUAL WRK-ULTIMA-PECA
                 MOVE WRK-RESTO-PAGTO TO WRK-APLICAR
               ELSE
                 IF WRK-RESTO-PAGTO LESS WRK-SALDO-PECA
                   MOVE WRK-RESTO-PAGTO TO WRK-APLICAR
                 ELSE
                   MOVE WRK-SALDO-PECA  TO WRK-APLICAR
                 END-IF
               END-IF
               IF WRK-APLICAR GREATER ZEROS
                 PERFORM 0238-APLICAR-NA-PECA
               END-IF
               IF MEN-ABERTA
                 SET FATURA-PENDENTE TO TRUE
               END-IF
             END-IF
             ADD 1 TO WRK-IND-PECA
           END-PERFORM.

           IF NOT TITULO-ACHADO
             GO TO 0235-BAIXAR-SAIDA
           END-IF.
           ADD 1 TO WRK-ACUM-FATURAS.
           ADD RET-VALOR-PAGO TO FAF-VALOR-PAGO.
           IF NOT FATURA-PENDENTE
             MOVE 'Q' TO FAF-STATUS
           END-IF.
           REWRITE REG-FATFAM
             INVALID KEY
               DISPLAY "FATURA DA FAMILIA " FAF-RESP-ID
                       " NAO FOI REGRAVADA"
           END-REWRITE.
       0235-BAIXAR-SAIDA.
           EXIT.

      *--- MENSALIDADE DO FILHO NA POSICAO WRK-IND-PECA DA FATURA ---
       0237-LER-PECA                   SECTION.
           MOVE "N"   TO WRK-SW-PECA.
           MOVE ZEROS TO WRK-SALDO-PECA.
           MOVE FAF-COMPETENCIA            TO MEN-COMPETENCIA.
           MOVE FAF-ALU-ID(WRK-IND-PECA)   TO MEN-ALU-ID.
           READ MENSALIDADES KEY IS MEN-CHAVE
             INVALID KEY
               DISPLAY "MENSALIDADE DO ALUNO " MEN-ALU-ID
                       " DA FATURA " FAF-RESP-ID " NAO EXISTE"
             NOT INVALID KEY
               IF MEN-ABERTA
                  AND MEN-VALOR GREATER MEN-VALOR-PAGO
                 COMPUTE WRK-SALDO-PECA = MEN-VALOR - MEN-VALOR-PAGO
                 SET PECA-EM-ABERTO TO TRUE
               END-IF
           END-READ.

       0238-APLICAR-NA-PECA            SECTION.
           ADD WRK-APLICAR TO MEN-VALOR-PAGO.
           SUBTRACT WRK-APLICAR FROM WRK-RESTO-PAGTO.
           IF MEN-VALOR-PAGO IS GREATER THAN OR EQUAL TO MEN-VALOR
             MOVE 'Q' TO MEN-STATUS
           END-IF.
           REWRITE REG-MENSALIDADE
             INVALID KEY
               DISPLAY "MENSALIDADE DO ALUNO " MEN-ALU-ID
                       " NAO FOI REGRAVADA"
             NOT INVALID KEY
               SET TITULO-ACHADO TO TRUE
           END-REWRITE.

      *--- O PAGAMENTO DO RETORNO VAI PARA O DIARIO DE RECEBIMENTOS ---
       0240-GRAVAR-RECEBIMENTO         SECTION.
           PERFORM 0143-OBTER-CAMINHO-RECMOV.
             MOVE RET-PARCELA    TO RCM-PARCELA
             MOVE RET-DATA-PAGTO TO RCM-DATA
             MOVE RET-VALOR-PAGO TO RCM-VALOR
             IF RECUPERACAO
               MOVE 'P' TO RCM-TIPO
             ELSE
               MOVE SPACES TO RCM-TIPO
             END-IF
             WRITE REG-RECMOV
             CLOSE RECMOV
           END-IF.


      *--- O BANCO CREDITA A COBRANCA POR DATA DE PAGAMENTO ---
       0250-ACUMULAR-CREDITO           SECTION.
           MOVE 1 TO WRK-IND-CREDITO.
           PERFORM UNTIL WRK-IND-CREDITO GREATER WRK-QTD-CREDITOS
              OR WRK-CRE-DATA(WRK-IND-CREDITO) EQUAL RET-DATA-PAGTO
             ADD 1 TO WRK-IND-CREDITO
           END-PERFORM.
           IF WRK-IND-CREDITO GREATER WRK-QTD-CREDITOS
             IF WRK-QTD-CREDITOS NOT LESS WRK-MAX-CREDITOS
               MOVE WRK-QTD-CREDITOS TO WRK-IND-CREDITO
             ELSE
               ADD 1 TO WRK-QTD-CREDITOS
               MOVE WRK-QTD-CREDITOS TO WRK-IND-CREDITO
               MOVE RET-DATA-PAGTO TO WRK-CRE-DATA(WRK-IND-CREDITO)
               MOVE ZEROS          TO WRK-CRE-VALOR(WRK-IND-CREDITO)
             END-IF
           END-IF.
           ADD RET-VALOR-PAGO TO WRK-CRE-VALOR(WRK-IND-CREDITO).

       0260-REGISTRAR-CREDITOS         SECTION.
           MOVE 'C' TO WRK-USO-CONTA.
           PERFORM 0173-OBTER-CONTA-BANCO.
           MOVE 1 TO WRK-IND-CREDITO.
           PERFORM UNTIL WRK-IND-CREDITO GREATER WRK-QTD-CREDITOS
             MOVE WRK-CONTA-BANCO    TO MBC-CONTA
             MOVE WRK-CRE-DATA(WRK-IND-CREDITO)  TO MBC-DATA
             MOVE 'C'                TO MBC-TIPO
             MOVE "PROGRAMA49"       TO MBC-ORIGEM
             MOVE "CREDITO COBRANCA" TO MBC-DOCUMENTO
             MOVE WRK-CRE-VALOR(WRK-IND-CREDITO) TO MBC-VALOR
             PERFORM 0175-REGISTRAR-MOVBANCO
             ADD 1 TO WRK-IND-CREDITO
           END-PERFORM.

           COPY "CAMCRCP.cpy".
           COPY "CAMCTBP.cpy".
           COPY "CAMMBCP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMFAFP.cpy".
           COPY "CAMRCMP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA49" TO LOG-JOB.
