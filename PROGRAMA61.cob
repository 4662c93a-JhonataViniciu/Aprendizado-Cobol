      *==           IDENTIFICA O OPERADOR CONTRA O OPERADOR.DAT,
      *==           COMO O SIGN-ON DO ARQMENU - O PROGRAMA DEIXA DE
      *==           FICAR INALCANCAVEL SEM MENU.
      *== 15/10/2026 - JV - O TOTAL LIQUIDO DA REMESSA APROVADA E
      *==           GRAVADO COMO DEBITO ESPERADO NO DIARIO DE
      *==           MOVIMENTOS BANCARIOS (MOVBANCO.DAT), NA CONTA DE
      *==           USO F DO CADASTRO CONTABAN.DAT, PARA A
      *==           CONCILIACAO DO PROGRAMA68.
      *== 15/10/2026 - JV - APROVA TAMBEM A REMESSA DO ADIANTAMENTO
      *==           QUINZENAL (MODO A): CONTROLE ADTCTL.DAT, PENDENTE
      *==           ADTPEND.DAT E OFICIAL REMADT.DAT DO PROGRAMA90;
      *==           NA APROVACAO OS ADIANTAMENTOS GERADOS DA
      *==           COMPETENCIA PASSAM A PAGOS NO ADIANTAM.DAT, PARA O
      *==           DESCONTO NO HOLERITE DO PROGRAMA19.
      *== 15/10/2026 - JV - A REMESSA DA FOLHA SO E LIBERADA DEPOIS DA
      *==           AUDITORIA DE VARIACAO DO PROGRAMA98 (AUDFOLHA.DAT),
      *==           FEITA APOS A ULTIMA CONCLUSAO DA RODADA: MOSTRA A
      *==           QUANTIDADE DE APONTAMENTOS E PEDE O RECONHECIMENTO
      *==           DE CADA UM; RESTANDO PENDENTE, A APROVACAO E
      *==           RECUSADA.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSA.

           SELECT CONTABAN ASSIGN TO WRK-CAMINHO-CONTABAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABAN.

           SELECT MOVBANCO ASSIGN TO WRK-CAMINHO-MOVBANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVBANCO.

           SELECT ADIANTAM ASSIGN TO WRK-CAMINHO-ADIANTAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADIANTAM.

           SELECT ADTWORK ASSIGN TO WRK-CAMINHO-ADTWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADTWORK.

           SELECT AUDFOLHA ASSIGN TO WRK-CAMINHO-AUDFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDFOLHA.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
       FD  REMESSA.
       01  REG-REMESSA                PIC X(60).

       FD  CONTABAN.
           COPY "CONTABAN.cpy".

       FD  MOVBANCO.
           COPY "MOVBANCO.cpy".

       FD  ADIANTAM.
           COPY "ADIANTAM.cpy".

       FD  ADTWORK.
       01  REG-ADTWORK                PIC X(39).

       FD  AUDFOLHA.
           COPY "AUDFOLHA.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

           COPY "CAMCTL.cpy".
           COPY "CAMLOG.cpy".
           COPY "OPESSAO.cpy".
           COPY "CAMCTB.cpy".
           COPY "CAMMBC.cpy".
           COPY "CAMADT.cpy".
           COPY "CAMAFL.cpy".
       77  FS-FOLHACTL         PIC 9(02)    VALUE ZEROS.
       77  FS-REMPEND          PIC 9(02)    VALUE ZEROS.
       77  FS-REMESSA          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  FS-CONTABAN         PIC 9(02)    VALUE ZEROS.
       77  FS-MOVBANCO         PIC 9(02)    VALUE ZEROS.
       77  FS-ADIANTAM         PIC 9(02)    VALUE ZEROS.
       77  FS-ADTWORK          PIC 9(02)    VALUE ZEROS.
       77  FS-AUDFOLHA         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-REMPEND PIC X(100)   VALUE
           "C:/COBOL/DADOS/REMPEND.DAT.txt".
       77  WRK-CAMINHO-REMESSA PIC X(100)   VALUE
           "C:/COBOL/DADOS/REMESSA.DAT.txt".
       77  WRK-CAMINHO-ADTWORK PIC X(100)   VALUE
           "C:/COBOL/DADOS/ADTWORK.DAT.txt".

      *--- F = REMESSA DA FOLHA, A = ADIANTAMENTO QUINZENAL ---
       77  WRK-TIPO-REMESSA    PIC X(01)    VALUE "F".
           88 REMESSA-ADIANTAMENTO          VALUE "A".
       77  WRK-ACUM-ADIANT     PIC 9(06)    VALUE ZEROS.

       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-LINHAS     PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-REMESSA   PIC 9(12)V99 VALUE ZEROS.

      *--- DETALHE DA REMESSA DE SALARIOS (LAYOUT DO PROGRAMA19) ---
       01  WRK-REM-DETALHE.
           05 WRK-RD-TIPO          PIC X(01).
           05 WRK-RD-BANCO         PIC 9(03).
           05 WRK-RD-AGENCIA       PIC 9(04).
           05 WRK-RD-CONTA         PIC X(10).
           05 WRK-RD-FUNC-ID       PIC 9(04).
           05 WRK-RD-NOME          PIC X(08).
           05 WRK-RD-VALOR         PIC 9(10)V99.
           05 FILLER               PIC X(18).

      *--- CONTROLE DE RODADAS EM MEMORIA (REGRAVACAO) ---
       01  WRK-TAB-CONTROLE.
           88 CONTROLE-ACHADO               VALUE "S".
       77  WRK-STATUS-RODADA   PIC X(01)    VALUE SPACES.

      *--- CONCLUSAO DA RODADA X EXECUCAO DA AUDITORIA (DATA+HORA) ---
       01  WRK-CARIMBO-RODADA.
           05 WRK-CR-DATA          PIC 9(08)    VALUE ZEROS.
           05 WRK-CR-HORA          PIC 9(08)    VALUE ZEROS.
       01  WRK-CARIMBO-AUDITORIA.
           05 WRK-CA-DATA          PIC 9(08)    VALUE ZEROS.
           05 WRK-CA-HORA          PIC 9(08)    VALUE ZEROS.

      *--- APONTAMENTOS DA AUDITORIA EM MEMORIA (REGRAVACAO) ---
       01  WRK-TAB-AUDITORIA.
           05 WRK-AFL-REG OCCURS 3000 TIMES PIC X(112).
       77  WRK-QTD-AUDITORIA   PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-AUDITORIA   PIC 9(04)    VALUE 3000.
       77  WRK-IND-AFL         PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-AFL-CHEIA    PIC X(01)    VALUE "N".
           88 AUDITORIA-CHEIA               VALUE "S".
       77  WRK-SW-AUDITADA     PIC X(01)    VALUE "N".
           88 FOLHA-AUDITADA                VALUE "S".
       77  WRK-QTD-APONTADOS   PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-PENDENTES   PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-RECONHECIDOS PIC 9(04)   VALUE ZEROS.
       77  WRK-RESPOSTA        PIC X(01)    VALUE SPACES.
       77  WRK-OPERADOR-APROV  PIC X(20)    VALUE SPACES.
       77  WRK-AFL-ATUAL-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-AFL-ANTES-ED    PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
             GOBACK
           END-IF.

           DISPLAY "REMESSA A APROVAR (F = FOLHA, "
                   "A = ADIANTAMENTO) "
             ACCEPT WRK-TIPO-REMESSA.
           IF WRK-TIPO-REMESSA EQUAL "a"
             MOVE "A" TO WRK-TIPO-REMESSA
           END-IF.
           IF NOT REMESSA-ADIANTAMENTO
             MOVE "F" TO WRK-TIPO-REMESSA
           END-IF.

           DISPLAY "COMPETENCIA DA REMESSA A APROVAR (AAAAMM) "
             ACCEPT WRK-COMPETENCIA.

      *    O ADIANTAMENTO TEM CONTROLE DE RODADAS PROPRIO, NO MESMO
      *    LAYOUT DO FOLHACTL
           PERFORM 0159-OBTER-CAMINHO-FOLHACTL.
           IF REMESSA-ADIANTAMENTO
             MOVE "C:/COBOL/DADOS/ADTCTL.DAT.txt"
               TO WRK-CAMINHO-FOLHACTL
             CALL "CONFIG" USING
                 "ADTCTL_DAT          " WRK-CAMINHO-FOLHACTL
           END-IF.
           OPEN INPUT FOLHACTL.
           IF FS-FOLHACTL NOT EQUAL 0
             DISPLAY "CONTROLE DE RODADAS NAO FOI ABERTO - STATUS "
             END-IF
             IF CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
               MOVE CTL-STATUS TO WRK-STATUS-RODADA
               MOVE CTL-DATA   TO WRK-CR-DATA
               MOVE CTL-HORA   TO WRK-CR-HORA
             END-IF
             READ FOLHACTL NEXT RECORD
           END-PERFORM.
               GOBACK
           END-EVALUATE.

           IF WRK-SESSAO-OPERADOR NOT EQUAL SPACES
             MOVE WRK-SESSAO-OPERADOR TO WRK-OPERADOR-APROV
           ELSE
             MOVE "SUPERVISOR" TO WRK-OPERADOR-APROV
           END-IF.
           IF NOT REMESSA-ADIANTAMENTO
             PERFORM 0150-CONFERIR-AUDITORIA
           END-IF.

      *--------------------------------------------------------------
      *  0150-CONFERIR-AUDITORIA: A FOLHA PRECISA TER SIDO AUDITADA
      *  PELO PROGRAMA98 DEPOIS DA ULTIMA CONCLUSAO DA RODADA E CADA
      *  APONTAMENTO RECONHECIDO PELO SUPERVISOR - O RECONHECIMENTO
      *  FICA GRAVADO NO AUDFOLHA.DAT, COM OPERADOR, DATA E HORA.
      *--------------------------------------------------------------
       0150-CONFERIR-AUDITORIA         SECTION.
           PERFORM 0110-OBTER-CAMINHO-AUDFOLHA.
           OPEN INPUT AUDFOLHA.
           IF FS-AUDFOLHA NOT EQUAL 0
             DISPLAY "FOLHA SEM AUDITORIA DE VARIACAO - RODE O "
                     "PROGRAMA98 ANTES DA APROVACAO"
             GOBACK
           END-IF.
           READ AUDFOLHA NEXT RECORD.
           PERFORM UNTIL FS-AUDFOLHA NOT EQUAL 00
             IF WRK-QTD-AUDITORIA LESS WRK-MAX-AUDITORIA
               ADD 1 TO WRK-QTD-AUDITORIA
               MOVE REG-AUDFOLHA
                 TO WRK-AFL-REG(WRK-QTD-AUDITORIA)
             ELSE
               SET AUDITORIA-CHEIA TO TRUE
             END-IF
             IF AFL-COMPETENCIA EQUAL WRK-COMPETENCIA
               IF AFL-MARCA-AUDITORIA
                 SET FOLHA-AUDITADA TO TRUE
                 MOVE AFL-DATA TO WRK-CA-DATA
                 MOVE AFL-HORA TO WRK-CA-HORA
               ELSE
                 ADD 1 TO WRK-QTD-APONTADOS
                 IF AFL-PENDENTE
                   ADD 1 TO WRK-QTD-PENDENTES
                 END-IF
               END-IF
             END-IF
             READ AUDFOLHA NEXT RECORD
           END-PERFORM.
           CLOSE AUDFOLHA.

           IF NOT FOLHA-AUDITADA
             DISPLAY "FOLHA SEM AUDITORIA DE VARIACAO - RODE O "
                     "PROGRAMA98 ANTES DA APROVACAO"
             GOBACK
           END-IF.
           IF WRK-CARIMBO-AUDITORIA LESS WRK-CARIMBO-RODADA
             DISPLAY "FOLHA RERODADA DEPOIS DA AUDITORIA - RODE O "
                     "PROGRAMA98 DE NOVO"
             GOBACK
           END-IF.
           IF AUDITORIA-CHEIA
             DISPLAY "AUDFOLHA.DAT MAIOR QUE A TABELA DE "
                     WRK-MAX-AUDITORIA " LINHAS - APROVACAO RECUSADA"
             GOBACK
           END-IF.

           DISPLAY "APONTAMENTOS DA AUDITORIA: " WRK-QTD-APONTADOS
                   "  PENDENTES: " WRK-QTD-PENDENTES.
           IF WRK-QTD-PENDENTES EQUAL ZEROS
             GO TO 0150-CONFERIR-SAIDA
           END-IF.

           MOVE 1 TO WRK-IND-AFL.
           PERFORM UNTIL WRK-IND-AFL GREATER WRK-QTD-AUDITORIA
             MOVE WRK-AFL-REG(WRK-IND-AFL) TO REG-AUDFOLHA
             IF AFL-COMPETENCIA EQUAL WRK-COMPETENCIA
                AND NOT AFL-MARCA-AUDITORIA
                AND AFL-PENDENTE
               PERFORM 0152-RECONHECER-APONTAMENTO
             END-IF
             ADD 1 TO WRK-IND-AFL
           END-PERFORM.

           IF WRK-QTD-RECONHECIDOS GREATER ZEROS
             PERFORM 0154-REGRAVAR-AUDITORIA
           END-IF.
           IF WRK-QTD-PENDENTES GREATER ZEROS
             DISPLAY "RESTAM " WRK-QTD-PENDENTES " APONTAMENTOS SEM "
                     "RECONHECIMENTO - APROVACAO RECUSADA"
             GOBACK
           END-IF.
       0150-CONFERIR-SAIDA.
           EXIT.

       0152-RECONHECER-APONTAMENTO     SECTION.
           MOVE AFL-VALOR-ATUAL TO WRK-AFL-ATUAL-ED.
           MOVE AFL-VALOR-ANTES TO WRK-AFL-ANTES-ED.
           DISPLAY AFL-SEQUENCIA " FUNC " AFL-FUNC-ID " ["
                   AFL-TIPO "] " AFL-DESCRICAO.
           DISPLAY "     ATUAL " WRK-AFL-ATUAL-ED
                   "  ANTERIOR " WRK-AFL-ANTES-ED.
           DISPLAY "RECONHECE O APONTAMENTO (S/N)? "
             ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT EQUAL "S" AND NOT EQUAL "s"
             GO TO 0152-RECONHECER-SAIDA
           END-IF.
           MOVE 'R'                TO AFL-STATUS.
           MOVE WRK-OPERADOR-APROV TO AFL-OPERADOR.
           ACCEPT AFL-DATA FROM DATE YYYYMMDD.
           ACCEPT AFL-HORA FROM TIME.
           MOVE REG-AUDFOLHA TO WRK-AFL-REG(WRK-IND-AFL).
           ADD 1 TO WRK-QTD-RECONHECIDOS.
           SUBTRACT 1 FROM WRK-QTD-PENDENTES.
       0152-RECONHECER-SAIDA.
           EXIT.

       0154-REGRAVAR-AUDITORIA         SECTION.
           OPEN OUTPUT AUDFOLHA.
           IF FS-AUDFOLHA NOT EQUAL 0
             DISPLAY "APONTAMENTOS DA AUDITORIA NAO FORAM REGRAVADOS "
                     "- STATUS " FS-AUDFOLHA
             GOBACK
           END-IF.
           MOVE 1 TO WRK-IND-AFL.
           PERFORM UNTIL WRK-IND-AFL GREATER WRK-QTD-AUDITORIA
             MOVE WRK-AFL-REG(WRK-IND-AFL) TO REG-AUDFOLHA
             WRITE REG-AUDFOLHA
             ADD 1 TO WRK-IND-AFL
           END-PERFORM.
           CLOSE AUDFOLHA.
           DISPLAY "APONTAMENTOS RECONHECIDOS: " WRK-QTD-RECONHECIDOS.

       0200-PROCESSAR                  SECTION.
           IF REMESSA-ADIANTAMENTO
             MOVE "C:/COBOL/DADOS/ADTPEND.DAT.txt"
               TO WRK-CAMINHO-REMPEND
             MOVE "C:/COBOL/DADOS/REMADT.DAT.txt"
               TO WRK-CAMINHO-REMESSA
             CALL "CONFIG" USING
                 "ADTPEND_DAT         " WRK-CAMINHO-REMPEND
             CALL "CONFIG" USING
                 "REMADT_DAT          " WRK-CAMINHO-REMESSA
           ELSE
             CALL "CONFIG" USING
                 "REMPEND_DAT         " WRK-CAMINHO-REMPEND
             CALL "CONFIG" USING
                 "REMESSA_DAT         " WRK-CAMINHO-REMESSA
           END-IF.

           OPEN INPUT REMPEND.
           IF FS-REMPEND NOT EQUAL 0
             MOVE REG-REMPEND TO REG-REMESSA
             WRITE REG-REMESSA
             ADD 1 TO WRK-ACUM-LINHAS
             MOVE REG-REMPEND TO WRK-REM-DETALHE
             IF WRK-RD-TIPO EQUAL "1" AND WRK-RD-VALOR IS NUMERIC
               ADD WRK-RD-VALOR TO WRK-TOTAL-REMESSA
             END-IF
             READ REMPEND NEXT RECORD
           END-PERFORM.
           CLOSE REMPEND.
           CLOSE REMESSA.

           PERFORM 0210-MARCAR-APROVADA.
           PERFORM 0230-REGISTRAR-DEBITO.
           IF REMESSA-ADIANTAMENTO
             PERFORM 0240-MARCAR-ADIANTAMENTOS
           END-IF.
           DISPLAY "REMESSA LIBERADA PARA O BANCO COM "
                   WRK-ACUM-LINHAS " LINHAS".

       0210-MARCAR-APROVADA            SECTION.
           MOVE WRK-COMPETENCIA TO CTL-COMPETENCIA.
           MOVE 'A'             TO CTL-STATUS.
           MOVE WRK-OPERADOR-APROV TO CTL-OPERADOR.
           ACCEPT CTL-DATA FROM DATE YYYYMMDD.
           ACCEPT CTL-HORA FROM TIME.

           WRITE REG-FOLHACTL.
           ADD 1 TO WRK-IND-CTL.

      *--- A REMESSA APROVADA VIRA DEBITO ESPERADO NA CONTA DA FOLHA ---
       0230-REGISTRAR-DEBITO           SECTION.
           MOVE 'F' TO WRK-USO-CONTA.
           PERFORM 0173-OBTER-CONTA-BANCO.
           MOVE WRK-CONTA-BANCO    TO MBC-CONTA.
           ACCEPT MBC-DATA FROM DATE YYYYMMDD.
           MOVE 'D'                TO MBC-TIPO.
           MOVE "PROGRAMA61"       TO MBC-ORIGEM.
           MOVE SPACES             TO MBC-DOCUMENTO.
           IF REMESSA-ADIANTAMENTO
             STRING "ADIANT " WRK-COMPETENCIA DELIMITED BY SIZE
               INTO MBC-DOCUMENTO
           ELSE
             STRING "FOLHA " WRK-COMPETENCIA DELIMITED BY SIZE
               INTO MBC-DOCUMENTO
           END-IF.
           MOVE WRK-TOTAL-REMESSA  TO MBC-VALOR.
           PERFORM 0175-REGISTRAR-MOVBANCO.

      *--------------------------------------------------------------
      *  0240-MARCAR-ADIANTAMENTOS: OS ADIANTAMENTOS GERADOS DA
      *  COMPETENCIA APROVADA PASSAM A PAGOS (P) NO ADIANTAM.DAT -
      *  SO OS PAGOS SAO DESCONTADOS NO HOLERITE PELO PROGRAMA19.
      *  REGRAVACAO PELO ARQUIVO DE TRABALHO.
      *--------------------------------------------------------------
       0240-MARCAR-ADIANTAMENTOS       SECTION.
           PERFORM 0157-OBTER-CAMINHO-ADIANTAM.
           CALL "CONFIG" USING
               "ADTWORK_DAT         " WRK-CAMINHO-ADTWORK.
           OPEN INPUT ADIANTAM.
           IF FS-ADIANTAM NOT EQUAL 0
             DISPLAY "ARQUIVO DE ADIANTAMENTOS NAO FOI ABERTO - "
                     "STATUS " FS-ADIANTAM
             GO TO 0240-MARCAR-SAIDA
           END-IF.
           OPEN OUTPUT ADTWORK.
           IF FS-ADTWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DOS ADIANTAMENTOS NAO FOI "
                     "ABERTO - STATUS " FS-ADTWORK
             CLOSE ADIANTAM
             GO TO 0240-MARCAR-SAIDA
           END-IF.
           READ ADIANTAM NEXT RECORD.
           PERFORM UNTIL FS-ADIANTAM NOT EQUAL 00
             IF ADT-COMPETENCIA EQUAL WRK-COMPETENCIA
                AND ADT-GERADO
               MOVE 'P' TO ADT-STATUS
               ADD 1 TO WRK-ACUM-ADIANT
             END-IF
             MOVE REG-ADIANTAMENTO TO REG-ADTWORK
             WRITE REG-ADTWORK
             READ ADIANTAM NEXT RECORD
           END-PERFORM.
           CLOSE ADIANTAM.
           CLOSE ADTWORK.

           OPEN INPUT ADTWORK.
           OPEN OUTPUT ADIANTAM.
           READ ADTWORK NEXT RECORD.
           PERFORM UNTIL FS-ADTWORK NOT EQUAL 00
             MOVE REG-ADTWORK TO REG-ADIANTAMENTO
             WRITE REG-ADIANTAMENTO
             READ ADTWORK NEXT RECORD
           END-PERFORM.
           CLOSE ADTWORK.
           CLOSE ADIANTAM.
           DISPLAY "ADIANTAMENTOS MARCADOS COMO PAGOS: "
                   WRK-ACUM-ADIANT.
       0240-MARCAR-SAIDA.
           EXIT.

           COPY "CAMCTLP.cpy".
           COPY "CAMCTBP.cpy".
           COPY "CAMMBCP.cpy".
           COPY "CAMADTP.cpy".
           COPY "CAMAFLP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA61" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-LINHAS TO LOG-QTD.
               IF REMESSA-ADIANTAMENTO
                 MOVE "APROVACAO DE REMESSA DO ADIANTAMENTO"
                   TO LOG-MENSAGEM
               ELSE
                 MOVE "APROVACAO DE REMESSA DA FOLHA" TO LOG-MENSAGEM
               END-IF.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

