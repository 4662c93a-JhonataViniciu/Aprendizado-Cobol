      *==            COMPETENCIA (MEN-RESP-ID) - O IRMAO FATURADO EM
      *==            RERODADA (MATRICULA TARDIA) CONTA COMO SEGUNDO
      *==            FILHO E RECEBE O DESCONTO DE FAMILIA.
      *==  15/10/2026 - JV - MATERIAL DA LOJA NA MENSALIDADE: AS
      *==            VENDAS PENDENTES DO ALUNO NA CONTA ESCOLAR
      *==            (CONTAESC.DAT, FORMA ESCOLA DO PROGRAMA15) ATE A
      *==            COMPETENCIA ENTRAM NA COBRANCA PELO LIQUIDO DAS
      *==            DEVOLUCOES, DEPOIS DO DESCONTO E DA BOLSA (QUE SO
      *==            VALEM SOBRE O ENSINO); OS CREDITOS DE DEVOLUCAO DE
      *==            VENDA JA FATURADA SAEM DA COBRANCA SE COUBEREM. O
      *==            LIQUIDO FICA EM MEN-MATERIAL E OS LANCAMENTOS SO
      *==            VIRAM FATURADOS QUANDO A COBRANCA E GRAVADA.
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOLSAS.

           SELECT CONTAESC ASSIGN TO WRK-CAMINHO-CONTAESC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS FS-CONTAESC.


       DATA DIVISION.
       FILE SECTION.
           05 TMS-VALOR        PIC 9(06)V99.
       FD  BOLSAS.
           COPY "BOLSAS.cpy".
       FD  CONTAESC.
           COPY "CONTAESC.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMALU.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMBOL.cpy".
           COPY "CAMCES.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  FS-TABMENS      PIC 9(02) VALUE ZEROS.
       77  FS-BOLSAS       PIC 9(02) VALUE ZEROS.
       77  FS-CONTAESC     PIC 9(02) VALUE ZEROS.

      *--------------- BOLSAS CARREGADAS EM MEMORIA ---------------------
       01  WRK-TAB-BOLSAS.
       77  WRK-SW-COBRADO   PIC X(01) VALUE "N".
           88 ALUNO-JA-COBRADO       VALUE "S".

      *--------------- MATERIAL DA CONTA ESCOLAR NA COBRANCA ------------
       01  WRK-TAB-LANCAMENTOS.
           05 WRK-LANC-ITEM OCCURS 50 TIMES.
              10 WRK-LANC-CHAVE  PIC X(12).
              10 WRK-LANC-VALOR  PIC 9(06)V99.
       77  WRK-QTD-LANC     PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-LANC     PIC 9(02) VALUE 50.
       77  WRK-IND-LANC     PIC 9(02) VALUE ZEROS.
       77  WRK-SW-CONTAESC  PIC X(01) VALUE "N".
           88 CONTAESC-ABERTA        VALUE "S".
       77  WRK-TIPO-APURAR  PIC X(01) VALUE SPACES.
       77  WRK-CES-AAAAMM   PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-LANC   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-MATERIAL     PIC S9(06)V99 VALUE ZEROS.

      *---------------------- ACUMULADORES ------------------------------
       77  WRK-ACUM-COBRANCAS PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-MATERIAL  PIC S9(08)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
           PERFORM 0108-CARREGAR-BOLSAS.
           PERFORM 0110-CARREGAR-JA-COBRADOS.

      *--- SEM A CONTA ESCOLAR A COBRANCA SAI SO COM O ENSINO ---
           PERFORM 0187-OBTER-CAMINHO-CONTAESC.
           OPEN I-O CONTAESC.
           IF FS-CONTAESC EQUAL 0
             SET CONTAESC-ABERTA TO TRUE
           ELSE
             IF FS-CONTAESC NOT EQUAL 35
               DISPLAY "CONTA ESCOLAR NAO FOI ABERTA - STATUS "
                       FS-CONTAESC " - MATERIAL FICA PENDENTE"
             END-IF
           END-IF.

           OPEN INPUT ALUNOS .

           IF FS-ALUNOS NOT EQUAL 0
             END-IF.
             PERFORM 0224-DESCONTO-DE-IRMAOS.
             PERFORM 0228-APLICAR-BOLSA.
             PERFORM 0230-APURAR-MATERIAL.
             ADD WRK-MATERIAL TO WRK-VALOR-COBRANCA.

             MOVE WRK-COMPETENCIA    TO MEN-COMPETENCIA.
             MOVE ALU-ID             TO MEN-ALU-ID.
             MOVE WRK-DESCONTO       TO MEN-DESCONTO.
             MOVE WRK-ABATE-BOLSA    TO MEN-BOLSA.
             MOVE ZEROS              TO MEN-ENCARGOS.
             MOVE WRK-MATERIAL       TO MEN-MATERIAL.
             WRITE REG-MENSALIDADE
               INVALID KEY
                 DISPLAY "MENSALIDADE JA GERADA PARA O ALUNO "
                         MEN-COMPETENCIA
               NOT INVALID KEY
                 ADD 1 TO WRK-ACUM-COBRANCAS
                 ADD WRK-MATERIAL TO WRK-ACUM-MATERIAL
                 MOVE 1 TO WRK-IND-LANC
                 PERFORM 0236-MARCAR-LANCAMENTO
                   UNTIL WRK-IND-LANC GREATER WRK-QTD-LANC
             END-WRITE.

      *--- VALOR DA TABELA DO ARQUIVO; SEM ELA, OS HISTORICOS ---
               ADD 1 TO WRK-IND-BOLSA
             END-IF.

      *--------------------------------------------------------------
      *  0230-APURAR-MATERIAL: LIQUIDO DA CONTA ESCOLAR DO ALUNO A
      *  EMBUTIR NA COBRANCA - PRIMEIRO AS VENDAS PENDENTES ATE A
      *  COMPETENCIA (VALOR MENOS O DEVOLVIDO), DEPOIS OS CREDITOS
      *  PENDENTES, CADA UM SO SE A COBRANCA NAO FICAR NEGATIVA (O
      *  QUE NAO COUBER FICA PARA A PROXIMA). OS LANCAMENTOS USADOS
      *  FICAM NA TABELA PARA SEREM MARCADOS DEPOIS DA GRAVACAO.
      *--------------------------------------------------------------
       0230-APURAR-MATERIAL            SECTION.
             MOVE ZEROS TO WRK-MATERIAL.
             MOVE ZEROS TO WRK-QTD-LANC.
             IF NOT CONTAESC-ABERTA
               GO TO 0230-APURAR-SAIDA
             END-IF.
             MOVE 'V' TO WRK-TIPO-APURAR.
             PERFORM 0232-LER-CONTA-ALUNO.
             MOVE 'D' TO WRK-TIPO-APURAR.
             PERFORM 0232-LER-CONTA-ALUNO.
             IF WRK-QTD-LANC GREATER ZEROS
               DISPLAY "MATERIAL DA LOJA NA COBRANCA DO ALUNO "
                       ALU-ID " - " WRK-MATERIAL
             END-IF.
       0230-APURAR-SAIDA.
             EXIT.

       0232-LER-CONTA-ALUNO            SECTION.
             MOVE LOW-VALUES TO CES-CHAVE.
             MOVE ALU-ID     TO CES-ALU-ID.
             START CONTAESC KEY IS NOT LESS THAN CES-CHAVE
               INVALID KEY
                 GO TO 0232-LER-SAIDA
             END-START.
             READ CONTAESC NEXT RECORD.
             PERFORM UNTIL FS-CONTAESC NOT EQUAL 00
                        OR CES-ALU-ID NOT EQUAL ALU-ID
               IF CES-PENDENTE AND CES-TIPO EQUAL WRK-TIPO-APURAR
                 PERFORM 0234-AVALIAR-LANCAMENTO
               END-IF
               READ CONTAESC NEXT RECORD
             END-PERFORM.
       0232-LER-SAIDA.
             EXIT.

       0234-AVALIAR-LANCAMENTO         SECTION.
             COMPUTE WRK-CES-AAAAMM = CES-DATA / 100.
             IF WRK-CES-AAAAMM GREATER WRK-COMPETENCIA
               GO TO 0234-AVALIAR-SAIDA
             END-IF.
             IF WRK-QTD-LANC NOT LESS WRK-MAX-LANC
               DISPLAY "TABELA DE LANCAMENTOS DO ALUNO " ALU-ID
                       " CHEIA (MAX " WRK-MAX-LANC ") - NOTA "
                       CES-NOTA " FICA PARA A PROXIMA"
               GO TO 0234-AVALIAR-SAIDA
             END-IF.

             IF CES-VENDA
               COMPUTE WRK-VALOR-LANC =
                   CES-VALOR - CES-VALOR-DEVOLVIDO
               ADD WRK-VALOR-LANC TO WRK-MATERIAL
             ELSE
               MOVE CES-VALOR TO WRK-VALOR-LANC
               IF WRK-VALOR-LANC GREATER
                  WRK-VALOR-COBRANCA + WRK-MATERIAL
                 DISPLAY "CREDITO DA NOTA " CES-NOTA " NAO CABE NA "
                         "COBRANCA DO ALUNO " ALU-ID
                         " - FICA PARA A PROXIMA"
                 GO TO 0234-AVALIAR-SAIDA
               END-IF
               SUBTRACT WRK-VALOR-LANC FROM WRK-MATERIAL
             END-IF.

             ADD 1 TO WRK-QTD-LANC.
             MOVE CES-CHAVE      TO WRK-LANC-CHAVE(WRK-QTD-LANC).
             MOVE WRK-VALOR-LANC TO WRK-LANC-VALOR(WRK-QTD-LANC).
             DISPLAY "  " CES-TIPO " NOTA " CES-NOTA " FILIAL "
                     CES-FILIAL " DE " CES-DATA " - " WRK-VALOR-LANC.
       0234-AVALIAR-SAIDA.
             EXIT.

      *--- COBRANCA GRAVADA: O LANCAMENTO VIRA FATURADO ---
       0236-MARCAR-LANCAMENTO          SECTION.
             MOVE WRK-LANC-CHAVE(WRK-IND-LANC) TO CES-CHAVE.
             READ CONTAESC KEY IS CES-CHAVE
               INVALID KEY
                 DISPLAY "LANCAMENTO " CES-CHAVE " SUMIU DA CONTA "
                         "ESCOLAR - STATUS " FS-CONTAESC
               NOT INVALID KEY
                 MOVE 'F'             TO CES-STATUS
                 MOVE WRK-COMPETENCIA TO CES-COMPETENCIA
                 MOVE WRK-LANC-VALOR(WRK-IND-LANC)
                   TO CES-VALOR-FATURADO
                 REWRITE REG-CONTAESC
                   INVALID KEY
                     DISPLAY "LANCAMENTO " CES-CHAVE " NAO FOI "
                             "MARCADO FATURADO - STATUS " FS-CONTAESC
                 END-REWRITE
             END-READ.
             ADD 1 TO WRK-IND-LANC.

           COPY "CAMALUP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMBOLP.cpy".
           COPY "CAMCESP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE ALUNOS.
               CLOSE MENSALIDADES.
               IF CONTAESC-ABERTA
                 CLOSE CONTAESC
               END-IF.
               DISPLAY "COBRANCAS GERADAS: " WRK-ACUM-COBRANCAS.
               DISPLAY "MATERIAL DA LOJA NAS COBRANCAS: "
                       WRK-ACUM-MATERIAL.
               DISPLAY "FIM DE PROGRAMA ".
               MOVE "ALU007"      TO LOG-JOB.
               MOVE "S"           TO LOG-STATUS.
