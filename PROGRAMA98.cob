       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA98.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: AUDITORIA DE VARIACAO DA FOLHA ANTES DA APROVACAO
      *==           DA REMESSA - COMPARA A LINHA DE CADA FUNCIONARIO
      *==           NO RESUMO NUMERICO (FOLHARES.DAT) DA COMPETENCIA
      *==           COM A DA COMPETENCIA ANTERIOR E APONTA: LIQUIDO
      *==           QUE VARIOU ACIMA DO PERCENTUAL (CONFIG
      *==           AUDFOLHA_PCT, 20%), FUNCIONARIO NOVO OU AUSENTE,
      *==           HORAS EXTRAS DO MOVFOLHA ACIMA DO LIMITE (CONFIG
      *==           AUDFOLHA_HE, 44 HORAS), COMISSAO ACIMA DE N VEZES
      *==           A MEDIA DA COMPETENCIA (CONFIG AUDFOLHA_COMIS, 3),
      *==           LIQUIDO ACIMA DO TETO (CONFIG AUDFOLHA_TETO, EM
      *==           MILHARES, 30 = 30.000,00) E CONTA BANCARIA DA
      *==           REMESSA PENDENTE (REMPEND.DAT) DIFERENTE DA ULTIMA
      *==           REMESSA APROVADA (REMESSA.DAT). OS APONTAMENTOS
      *==           VAO PARA O AUDFOLHA.DAT, ONDE O PROGRAMA61 EXIGE O
      *==           RECONHECIMENTO DE CADA UM ANTES DE LIBERAR A
      *==           REMESSA, E PARA O RELATORIO DATADO DO RELGER.
      *==           REGISTRA A EXECUCAO NO BATCHLOG.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT FOLHARES ASSIGN TO WRK-CAMINHO-FOLHARES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHARES.

           SELECT MOVFOLHA ASSIGN TO WRK-CAMINHO-MOVFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVFOLHA.

           SELECT REMPEND ASSIGN TO WRK-CAMINHO-REMPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMPEND.

           SELECT REMESSA ASSIGN TO WRK-CAMINHO-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSA.

           SELECT AUDFOLHA ASSIGN TO WRK-CAMINHO-AUDFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDFOLHA.

           SELECT AFLWORK ASSIGN TO WRK-CAMINHO-AFLWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AFLWORK.

           SELECT RELAUDF ASSIGN TO WRK-CAMINHO-RELAUDF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAUDF.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHARES.
           COPY "FOLHARES.cpy".

       FD  MOVFOLHA.
           COPY "MOVFOLHA.cpy".

       FD  REMPEND.
       01  REG-REMPEND                 PIC X(60).

       FD  REMESSA.
       01  REG-REMESSA                 PIC X(60).

       FD  AUDFOLHA.
           COPY "AUDFOLHA.cpy".

       FD  AFLWORK.
       01  REG-AFLWORK                 PIC X(112).

       FD  RELAUDF.
       01  REG-RELAUDF                 PIC X(132).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFLR.cpy".
           COPY "CAMMVF.cpy".
           COPY "CAMAFL.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
           COPY "RELGER.cpy".
       77  FS-FOLHARES                PIC 9(02)        VALUE ZEROS.
       77  FS-MOVFOLHA                PIC 9(02)        VALUE ZEROS.
       77  FS-REMPEND                 PIC 9(02)        VALUE ZEROS.
       77  FS-REMESSA                 PIC 9(02)        VALUE ZEROS.
       77  FS-AUDFOLHA                PIC 9(02)        VALUE ZEROS.
       77  FS-AFLWORK                 PIC 9(02)        VALUE ZEROS.
       77  FS-RELAUDF                 PIC 9(02)        VALUE ZEROS.
       77  FS-BATCHLOG                PIC 9(02)        VALUE ZEROS.
       77  WRK-CAMINHO-REMPEND        PIC X(100)       VALUE
           "C:/COBOL/DADOS/REMPEND.DAT.txt".
       77  WRK-CAMINHO-REMESSA        PIC X(100)       VALUE
           "C:/COBOL/DADOS/REMESSA.DAT.txt".
       77  WRK-CAMINHO-AFLWORK        PIC X(100)       VALUE
           "C:/COBOL/DADOS/AFLWORK.DAT.txt".
       77  WRK-CAMINHO-RELAUDF        PIC X(100)       VALUE SPACES.

      *--------------- PARAMETROS (CONFIG AUDFOLHA_*) ------------------
       77  WRK-CFG-PCT                PIC X(100)       VALUE "20".
       77  WRK-CFG-TETO               PIC X(100)       VALUE "30".
       77  WRK-CFG-HE                 PIC X(100)       VALUE "44".
       77  WRK-CFG-COMIS              PIC X(100)       VALUE "3".
       77  WRK-PCT-LIMITE             PIC 9(02)        VALUE 20.
       77  WRK-TETO-MILHARES          PIC 9(02)        VALUE 30.
       77  WRK-TETO-LIQUIDO           PIC 9(08)V99     VALUE ZEROS.
       77  WRK-LIMITE-HE              PIC 9(02)        VALUE 44.
       77  WRK-FATOR-COMIS            PIC 9(01)        VALUE 3.

      *--------------- COMPETENCIAS COMPARADAS -------------------------
       77  WRK-COMPETENCIA            PIC 9(06)        VALUE ZEROS.
       77  WRK-COMP-ANTERIOR          PIC 9(06)        VALUE ZEROS.
       77  WRK-DATA-HOJE              PIC 9(08)        VALUE ZEROS.
       77  WRK-HORA-AGORA             PIC 9(08)        VALUE ZEROS.

      *--- LINHAS DA COMPETENCIA, COM O MOVIMENTO E A CONTA PENDENTE ---
       01  WRK-TAB-ATUAL.
           05 WRK-AT-ITEM OCCURS 1000 TIMES.
              10 WRK-AT-ID            PIC 9(04).
              10 WRK-AT-LIQUIDO       PIC 9(08)V99.
              10 WRK-AT-HORAS-EXTRAS  PIC 9(04).
              10 WRK-AT-COMISSAO      PIC 9(06)V99.
              10 WRK-AT-SW-REM        PIC X(01).
                 88 AT-NA-REMESSA                      VALUE "S".
              10 WRK-AT-BANCO         PIC 9(03).
              10 WRK-AT-AGENCIA       PIC 9(04).
              10 WRK-AT-CONTA         PIC X(10).
       77  WRK-QTD-ATUAL              PIC 9(04)        VALUE ZEROS.
       77  WRK-IND-AT                 PIC 9(04)        VALUE ZEROS.

      *--- LINHAS DA COMPETENCIA ANTERIOR ---
       01  WRK-TAB-ANTES.
           05 WRK-AN-ITEM OCCURS 1000 TIMES.
              10 WRK-AN-ID            PIC 9(04).
              10 WRK-AN-LIQUIDO       PIC 9(08)V99.
              10 WRK-AN-SW-ATUAL      PIC X(01).
                 88 AN-NA-ATUAL                        VALUE "S".
       77  WRK-QTD-ANTES              PIC 9(04)        VALUE ZEROS.
       77  WRK-IND-AN                 PIC 9(04)        VALUE ZEROS.

      *--- CONTAS DA ULTIMA REMESSA APROVADA ---
       01  WRK-TAB-REMANT.
           05 WRK-RA-ITEM OCCURS 1000 TIMES.
              10 WRK-RA-ID            PIC 9(04).
              10 WRK-RA-BANCO         PIC 9(03).
              10 WRK-RA-AGENCIA       PIC 9(04).
              10 WRK-RA-CONTA         PIC X(10).
       77  WRK-QTD-REMANT             PIC 9(04)        VALUE ZEROS.
       77  WRK-IND-RA                 PIC 9(04)        VALUE ZEROS.
       77  WRK-MAX-LINHAS             PIC 9(04)        VALUE 1000.
       77  WRK-ID-BUSCA               PIC 9(04)        VALUE ZEROS.
       77  WRK-SW-ACHOU               PIC X(01)        VALUE "N".
           88 LINHA-ACHADA                             VALUE "S".

      *--- DETALHE DA REMESSA DE SALARIOS (LAYOUT DO PROGRAMA19) ---
       01  WRK-REM-DETALHE.
           05 WRK-RD-TIPO             PIC X(01).
           05 WRK-RD-BANCO            PIC 9(03).
           05 WRK-RD-AGENCIA          PIC 9(04).
           05 WRK-RD-CONTA            PIC X(10).
           05 WRK-RD-FUNC-ID          PIC 9(04).
           05 WRK-RD-NOME             PIC X(08).
           05 WRK-RD-VALOR            PIC 9(10)V99.
           05 FILLER                  PIC X(18).

      *--------------- APURACAO ----------------------------------------
       77  WRK-SOMA-COMISSAO          PIC 9(10)V99     VALUE ZEROS.
       77  WRK-QTD-COMISSAO           PIC 9(04)        VALUE ZEROS.
       77  WRK-MEDIA-COMISSAO         PIC 9(08)V99     VALUE ZEROS.
       77  WRK-LIMITE-COMISSAO        PIC 9(08)V99     VALUE ZEROS.
       77  WRK-DIFERENCA              PIC 9(08)V99     VALUE ZEROS.
       77  WRK-PCT-VARIACAO           PIC 9(05)V99     VALUE ZEROS.
       77  WRK-PCT-VARIACAO-ED        PIC ZZZZ9,99     VALUE ZEROS.
       77  WRK-HORAS-ED               PIC ZZZ9         VALUE ZEROS.

      *--------------- APONTAMENTO A GRAVAR ----------------------------
       77  WRK-AP-FUNC-ID             PIC 9(04)        VALUE ZEROS.
       77  WRK-AP-TIPO                PIC X(01)        VALUE SPACES.
       77  WRK-AP-ATUAL               PIC 9(08)V99     VALUE ZEROS.
       77  WRK-AP-ANTES               PIC 9(08)V99     VALUE ZEROS.
       77  WRK-AP-DESCRICAO           PIC X(40)        VALUE SPACES.
       77  WRK-QTD-APONTAMENTOS       PIC 9(04)        VALUE ZEROS.
       01  WRK-CONTADORES-TIPO.
           05 WRK-QTD-TIPO-L          PIC 9(04)        VALUE ZEROS.
           05 WRK-QTD-TIPO-N          PIC 9(04)        VALUE ZEROS.
           05 WRK-QTD-TIPO-A          PIC 9(04)        VALUE ZEROS.
           05 WRK-QTD-TIPO-H          PIC 9(04)        VALUE ZEROS.
           05 WRK-QTD-TIPO-C          PIC 9(04)        VALUE ZEROS.
           05 WRK-QTD-TIPO-T          PIC 9(04)        VALUE ZEROS.
           05 WRK-QTD-TIPO-B          PIC 9(04)        VALUE ZEROS.

      *--------------- LAYOUT DO RELATORIO -----------------------------
       01  WRK-CABECALHO.
           05 FILLER          PIC X(42) VALUE
              "AUDITORIA DE VARIACAO DA FOLHA - COMPETENC".
           05 FILLER          PIC X(04) VALUE "IA  ".
           05 WRK-CB-COMP     PIC 9(06).
           05 FILLER          PIC X(18) VALUE "  COMPARADA COM   ".
           05 WRK-CB-ANTERIOR PIC 9(06).
       01  WRK-TITULOS.
           05 FILLER          PIC X(05) VALUE "SEQ".
           05 FILLER          PIC X(05) VALUE "FUNC".
           05 FILLER          PIC X(02) VALUE "T".
           05 FILLER          PIC X(41) VALUE "APONTAMENTO".
           05 FILLER          PIC X(14) VALUE "        ATUAL".
           05 FILLER          PIC X(14) VALUE "     ANTERIOR".
       01  WRK-LINHA-DET.
           05 WRK-LD-SEQ      PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-FUNC-ID  PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO     PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-DESCRICAO PIC X(40).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-ATUAL    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-ANTES    PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO   PIC X(40).
           05 WRK-LT-QTD      PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DA FOLHA A AUDITAR (AAAAMM, 0 = "
                   "ATUAL)... "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           CALL "CONFIG" USING
               "AUDFOLHA_PCT        " WRK-CFG-PCT.
           IF WRK-CFG-PCT(1:2) IS NUMERIC
              AND WRK-CFG-PCT(1:2) NOT EQUAL "00"
             MOVE WRK-CFG-PCT(1:2) TO WRK-PCT-LIMITE
           END-IF.
           CALL "CONFIG" USING
               "AUDFOLHA_TETO       " WRK-CFG-TETO.
           IF WRK-CFG-TETO(1:2) IS NUMERIC
              AND WRK-CFG-TETO(1:2) NOT EQUAL "00"
             MOVE WRK-CFG-TETO(1:2) TO WRK-TETO-MILHARES
           END-IF.
           COMPUTE WRK-TETO-LIQUIDO = WRK-TETO-MILHARES * 1000.
           CALL "CONFIG" USING
               "AUDFOLHA_HE         " WRK-CFG-HE.
           IF WRK-CFG-HE(1:2) IS NUMERIC
              AND WRK-CFG-HE(1:2) NOT EQUAL "00"
             MOVE WRK-CFG-HE(1:2) TO WRK-LIMITE-HE
           END-IF.
           CALL "CONFIG" USING
               "AUDFOLHA_COMIS      " WRK-CFG-COMIS.
           IF WRK-CFG-COMIS(1:1) IS NUMERIC
              AND WRK-CFG-COMIS(1:1) NOT EQUAL "0"
             MOVE WRK-CFG-COMIS(1:1) TO WRK-FATOR-COMIS
           END-IF.

           PERFORM 0120-CARREGAR-RESUMOS.
           IF WRK-QTD-ATUAL EQUAL ZEROS
             DISPLAY "COMPETENCIA " WRK-COMPETENCIA " SEM FOLHA NO "
                     "RESUMO NUMERICO - NADA A AUDITAR"
             GOBACK
           END-IF.
           IF WRK-COMP-ANTERIOR EQUAL ZEROS
             DISPLAY "SEM COMPETENCIA ANTERIOR NO RESUMO - SO OS "
                     "LIMITES ABSOLUTOS SERAO CONFERIDOS"
           END-IF.
           PERFORM 0135-CARREGAR-MOVIMENTO.
           PERFORM 0140-CARREGAR-REMESSAS.

      *    RERODAR A AUDITORIA SUBSTITUI OS APONTAMENTOS DA
      *    COMPETENCIA - OS RECONHECIMENTOS ANTERIORES CAEM JUNTO
           PERFORM 0110-OBTER-CAMINHO-AUDFOLHA.
           PERFORM 0150-EXPURGAR-APONTAMENTOS.
           OPEN EXTEND AUDFOLHA.
           IF FS-AUDFOLHA EQUAL 35
             OPEN OUTPUT AUDFOLHA
           END-IF.
           IF FS-AUDFOLHA NOT EQUAL 0
             DISPLAY "APONTAMENTOS DA AUDITORIA NAO FORAM ABERTOS - "
                     "STATUS " FS-AUDFOLHA
             GOBACK
           END-IF.

           MOVE "AUDFOLHA" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELAUDF.
           OPEN OUTPUT RELAUDF.
           IF FS-RELAUDF NOT EQUAL 0
             DISPLAY "RELATORIO DA AUDITORIA NAO FOI ABERTO - "
                     "STATUS " FS-RELAUDF
             CLOSE AUDFOLHA
             GOBACK
           END-IF.
           MOVE WRK-COMPETENCIA   TO WRK-CB-COMP.
           MOVE WRK-COMP-ANTERIOR TO WRK-CB-ANTERIOR.
           MOVE WRK-CABECALHO TO REG-RELAUDF.
           WRITE REG-RELAUDF.
           MOVE SPACES TO REG-RELAUDF.
           WRITE REG-RELAUDF.
           MOVE WRK-TITULOS TO REG-RELAUDF.
           WRITE REG-RELAUDF.

      *--------------------------------------------------------------
      *  0120-CARREGAR-RESUMOS: PRIMEIRA LEITURA ACHA A COMPETENCIA
      *  ANTERIOR MAIS RECENTE NO RESUMO; A SEGUNDA CARREGA AS DUAS.
      *--------------------------------------------------------------
       0120-CARREGAR-RESUMOS           SECTION.
           PERFORM 0156-OBTER-CAMINHO-FOLHARES.
           OPEN INPUT FOLHARES.
           IF FS-FOLHARES NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ FOLHARES NEXT RECORD.
           PERFORM UNTIL FS-FOLHARES NOT EQUAL 00
             IF FLR-COMPETENCIA LESS WRK-COMPETENCIA
                AND FLR-COMPETENCIA GREATER WRK-COMP-ANTERIOR
               MOVE FLR-COMPETENCIA TO WRK-COMP-ANTERIOR
             END-IF
             READ FOLHARES NEXT RECORD
           END-PERFORM.
           CLOSE FOLHARES.

           OPEN INPUT FOLHARES.
           READ FOLHARES NEXT RECORD.
           PERFORM UNTIL FS-FOLHARES NOT EQUAL 00
             IF FLR-COMPETENCIA EQUAL WRK-COMPETENCIA
                AND WRK-QTD-ATUAL LESS WRK-MAX-LINHAS
               ADD 1 TO WRK-QTD-ATUAL
               MOVE FLR-FUNC-ID  TO WRK-AT-ID(WRK-QTD-ATUAL)
               MOVE FLR-LIQUIDO  TO WRK-AT-LIQUIDO(WRK-QTD-ATUAL)
               MOVE ZEROS TO WRK-AT-HORAS-EXTRAS(WRK-QTD-ATUAL)
                             WRK-AT-COMISSAO(WRK-QTD-ATUAL)
                             WRK-AT-BANCO(WRK-QTD-ATUAL)
                             WRK-AT-AGENCIA(WRK-QTD-ATUAL)
               MOVE "N"    TO WRK-AT-SW-REM(WRK-QTD-ATUAL)
               MOVE SPACES TO WRK-AT-CONTA(WRK-QTD-ATUAL)
             END-IF
             IF FLR-COMPETENCIA EQUAL WRK-COMP-ANTERIOR
                AND WRK-COMP-ANTERIOR NOT EQUAL ZEROS
                AND WRK-QTD-ANTES LESS WRK-MAX-LINHAS
               ADD 1 TO WRK-QTD-ANTES
               MOVE FLR-FUNC-ID  TO WRK-AN-ID(WRK-QTD-ANTES)
               MOVE FLR-LIQUIDO  TO WRK-AN-LIQUIDO(WRK-QTD-ANTES)
               MOVE "N"          TO WRK-AN-SW-ATUAL(WRK-QTD-ANTES)
             END-IF
             READ FOLHARES NEXT RECORD
           END-PERFORM.
           CLOSE FOLHARES.
       0120-CARREGAR-SAIDA.
           EXIT.

      *    HORAS EXTRAS E COMISSAO LANCADAS PARA A COMPETENCIA (VALE A
      *    ULTIMA LINHA DO FUNCIONARIO, COMO NA FOLHA)
       0135-CARREGAR-MOVIMENTO         SECTION.
           PERFORM 0126-OBTER-CAMINHO-MOVFOLHA.
           OPEN INPUT MOVFOLHA.
           IF FS-MOVFOLHA NOT EQUAL 0
             GO TO 0135-CARREGAR-SAIDA
           END-IF.
           READ MOVFOLHA NEXT RECORD.
           PERFORM UNTIL FS-MOVFOLHA NOT EQUAL 00
             IF MVF-COMPETENCIA EQUAL WRK-COMPETENCIA
               MOVE MVF-FUNC-ID TO WRK-ID-BUSCA
               PERFORM 0160-LOCALIZAR-ATUAL
               IF LINHA-ACHADA
                 COMPUTE WRK-AT-HORAS-EXTRAS(WRK-IND-AT) =
                     MVF-HE50 + MVF-HE100
                 MOVE MVF-COMISSAO TO WRK-AT-COMISSAO(WRK-IND-AT)
               END-IF
             END-IF
             READ MOVFOLHA NEXT RECORD
           END-PERFORM.
           CLOSE MOVFOLHA.
       0135-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0140-CARREGAR-REMESSAS: CONTA DE CADA FUNCIONARIO NA
      *  REMESSA PENDENTE DA FOLHA E NA ULTIMA REMESSA APROVADA.
      *--------------------------------------------------------------
       0140-CARREGAR-REMESSAS          SECTION.
           CALL "CONFIG" USING
               "REMPEND_DAT         " WRK-CAMINHO-REMPEND.
           CALL "CONFIG" USING
               "REMESSA_DAT         " WRK-CAMINHO-REMESSA.
           OPEN INPUT REMPEND.
           IF FS-REMPEND EQUAL 0
             READ REMPEND NEXT RECORD
             PERFORM UNTIL FS-REMPEND NOT EQUAL 00
               MOVE REG-REMPEND TO WRK-REM-DETALHE
               IF WRK-RD-TIPO EQUAL "1"
                  AND WRK-RD-FUNC-ID IS NUMERIC
                 MOVE WRK-RD-FUNC-ID TO WRK-ID-BUSCA
                 PERFORM 0160-LOCALIZAR-ATUAL
                 IF LINHA-ACHADA
                   MOVE "S" TO WRK-AT-SW-REM(WRK-IND-AT)
                   MOVE WRK-RD-BANCO   TO WRK-AT-BANCO(WRK-IND-AT)
                   MOVE WRK-RD-AGENCIA TO WRK-AT-AGENCIA(WRK-IND-AT)
                   MOVE WRK-RD-CONTA   TO WRK-AT-CONTA(WRK-IND-AT)
                 END-IF
               END-IF
               READ REMPEND NEXT RECORD
             END-PERFORM
             CLOSE REMPEND
           ELSE
             DISPLAY "REMESSA PENDENTE NAO FOI ABERTA - CONTAS "
                     "BANCARIAS NAO CONFERIDAS"
           END-IF.

           OPEN INPUT REMESSA.
           IF FS-REMESSA NOT EQUAL 0
             GO TO 0140-CARREGAR-SAIDA
           END-IF.
           READ REMESSA NEXT RECORD.
           PERFORM UNTIL FS-REMESSA NOT EQUAL 00
             MOVE REG-REMESSA TO WRK-REM-DETALHE
             IF WRK-RD-TIPO EQUAL "1"
                AND WRK-RD-FUNC-ID IS NUMERIC
                AND WRK-QTD-REMANT LESS WRK-MAX-LINHAS
               ADD 1 TO WRK-QTD-REMANT
               MOVE WRK-RD-FUNC-ID TO WRK-RA-ID(WRK-QTD-REMANT)
               MOVE WRK-RD-BANCO   TO WRK-RA-BANCO(WRK-QTD-REMANT)
               MOVE WRK-RD-AGENCIA TO WRK-RA-AGENCIA(WRK-QTD-REMANT)
               MOVE WRK-RD-CONTA   TO WRK-RA-CONTA(WRK-QTD-REMANT)
             END-IF
             READ REMESSA NEXT RECORD
           END-PERFORM.
           CLOSE REMESSA.
       0140-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0150-EXPURGAR-APONTAMENTOS: TIRA DO AUDFOLHA.DAT AS LINHAS
      *  DA COMPETENCIA (VIA ARQUIVO DE TRABALHO AFLWORK).
      *--------------------------------------------------------------
       0150-EXPURGAR-APONTAMENTOS      SECTION.
           CALL "CONFIG" USING
               "AFLWORK_DAT         " WRK-CAMINHO-AFLWORK.
           OPEN INPUT AUDFOLHA.
           IF FS-AUDFOLHA NOT EQUAL 0
             GO TO 0150-EXPURGAR-SAIDA
           END-IF.
           OPEN OUTPUT AFLWORK.
           IF FS-AFLWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DA AUDITORIA NAO FOI "
                     "ABERTO - STATUS " FS-AFLWORK
             CLOSE AUDFOLHA
             GO TO 0150-EXPURGAR-SAIDA
           END-IF.
           READ AUDFOLHA NEXT RECORD.
           PERFORM UNTIL FS-AUDFOLHA NOT EQUAL 00
             IF AFL-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               MOVE REG-AUDFOLHA TO REG-AFLWORK
               WRITE REG-AFLWORK
             END-IF
             READ AUDFOLHA NEXT RECORD
           END-PERFORM.
           CLOSE AUDFOLHA.
           CLOSE AFLWORK.

           OPEN INPUT AFLWORK.
           OPEN OUTPUT AUDFOLHA.
           READ AFLWORK NEXT RECORD.
           PERFORM UNTIL FS-AFLWORK NOT EQUAL 00
             MOVE REG-AFLWORK TO REG-AUDFOLHA
             WRITE REG-AUDFOLHA
             READ AFLWORK NEXT RECORD
           END-PERFORM.
           CLOSE AFLWORK.
           CLOSE AUDFOLHA.
       0150-EXPURGAR-SAIDA.
           EXIT.

       0160-LOCALIZAR-ATUAL            SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           MOVE 1   TO WRK-IND-AT.
           PERFORM UNTIL WRK-IND-AT GREATER WRK-QTD-ATUAL
                      OR LINHA-ACHADA
             IF WRK-AT-ID(WRK-IND-AT) EQUAL WRK-ID-BUSCA
               SET LINHA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-AT
             END-IF
           END-PERFORM.

           COPY "CAMFLRP.cpy".
           COPY "CAMMVFP.cpy".
           COPY "CAMAFLP.cpy".

       0200-PROCESSAR                  SECTION.
      *    MEDIA DAS COMISSOES PAGAS NA COMPETENCIA
           MOVE 1 TO WRK-IND-AT.
           PERFORM UNTIL WRK-IND-AT GREATER WRK-QTD-ATUAL
             IF WRK-AT-COMISSAO(WRK-IND-AT) GREATER ZEROS
               ADD WRK-AT-COMISSAO(WRK-IND-AT) TO WRK-SOMA-COMISSAO
               ADD 1 TO WRK-QTD-COMISSAO
             END-IF
             ADD 1 TO WRK-IND-AT
           END-PERFORM.
           IF WRK-QTD-COMISSAO GREATER ZEROS
             COMPUTE WRK-MEDIA-COMISSAO ROUNDED =
                 WRK-SOMA-COMISSAO / WRK-QTD-COMISSAO
             COMPUTE WRK-LIMITE-COMISSAO =
                 WRK-MEDIA-COMISSAO * WRK-FATOR-COMIS
           END-IF.

           MOVE 1 TO WRK-IND-AT.
           PERFORM UNTIL WRK-IND-AT GREATER WRK-QTD-ATUAL
             PERFORM 0210-AUDITAR-FUNCIONARIO
             ADD 1 TO WRK-IND-AT
           END-PERFORM.

      *    QUEM ESTAVA NA FOLHA ANTERIOR E SUMIU DESTA
           MOVE 1 TO WRK-IND-AN.
           PERFORM UNTIL WRK-IND-AN GREATER WRK-QTD-ANTES
             IF NOT AN-NA-ATUAL(WRK-IND-AN)
               MOVE WRK-AN-ID(WRK-IND-AN)      TO WRK-AP-FUNC-ID
               MOVE "A"                        TO WRK-AP-TIPO
               MOVE ZEROS                      TO WRK-AP-ATUAL
               MOVE WRK-AN-LIQUIDO(WRK-IND-AN) TO WRK-AP-ANTES
               MOVE "FUNCIONARIO AUSENTE DESTA FOLHA"
                 TO WRK-AP-DESCRICAO
               PERFORM 0250-GRAVAR-APONTAMENTO
             END-IF
             ADD 1 TO WRK-IND-AN
           END-PERFORM.

      *    MARCA DA EXECUCAO - O PROGRAMA61 CONFERE A DATA/HORA
      *    CONTRA A CONCLUSAO DA FOLHA
           MOVE WRK-COMPETENCIA      TO AFL-COMPETENCIA.
           MOVE ZEROS                TO AFL-SEQUENCIA AFL-FUNC-ID.
           MOVE "0"                  TO AFL-TIPO.
           MOVE WRK-QTD-APONTAMENTOS TO AFL-VALOR-ATUAL.
           MOVE WRK-QTD-ATUAL        TO AFL-VALOR-ANTES.
           MOVE "AUDITORIA EXECUTADA" TO AFL-DESCRICAO.
           MOVE "R"                  TO AFL-STATUS.
           MOVE WRK-DATA-HOJE        TO AFL-DATA.
           MOVE WRK-HORA-AGORA       TO AFL-HORA.
           MOVE "PROGRAMA98"         TO AFL-OPERADOR.
           WRITE REG-AUDFOLHA.

      *--------------------------------------------------------------
      *  0210-AUDITAR-FUNCIONARIO: CONFERE A LINHA DA COMPETENCIA
      *  CONTRA A ANTERIOR E CONTRA OS LIMITES.
      *--------------------------------------------------------------
       0210-AUDITAR-FUNCIONARIO        SECTION.
           MOVE WRK-AT-ID(WRK-IND-AT) TO WRK-AP-FUNC-ID.
           MOVE WRK-AT-ID(WRK-IND-AT) TO WRK-ID-BUSCA.
           PERFORM 0220-LOCALIZAR-ANTERIOR.
           IF LINHA-ACHADA
             MOVE "S" TO WRK-AN-SW-ATUAL(WRK-IND-AN)
             PERFORM 0215-CONFERIR-VARIACAO
           ELSE
             IF WRK-COMP-ANTERIOR NOT EQUAL ZEROS
               MOVE "N" TO WRK-AP-TIPO
               MOVE WRK-AT-LIQUIDO(WRK-IND-AT) TO WRK-AP-ATUAL
               MOVE ZEROS TO WRK-AP-ANTES
               MOVE "FUNCIONARIO NOVO NESTA FOLHA"
                 TO WRK-AP-DESCRICAO
               PERFORM 0250-GRAVAR-APONTAMENTO
             END-IF
           END-IF.

           IF WRK-AT-LIQUIDO(WRK-IND-AT) GREATER WRK-TETO-LIQUIDO
             MOVE "T" TO WRK-AP-TIPO
             MOVE WRK-AT-LIQUIDO(WRK-IND-AT) TO WRK-AP-ATUAL
             MOVE WRK-TETO-LIQUIDO TO WRK-AP-ANTES
             MOVE "LIQUIDO ACIMA DO TETO (ANTERIOR = TETO)"
               TO WRK-AP-DESCRICAO
             PERFORM 0250-GRAVAR-APONTAMENTO
           END-IF.

           IF WRK-AT-HORAS-EXTRAS(WRK-IND-AT) GREATER WRK-LIMITE-HE
             MOVE "H" TO WRK-AP-TIPO
             MOVE ZEROS TO WRK-AP-ATUAL WRK-AP-ANTES
             MOVE WRK-AT-HORAS-EXTRAS(WRK-IND-AT) TO WRK-HORAS-ED
             MOVE SPACES TO WRK-AP-DESCRICAO
             STRING "HORAS EXTRAS NO MES: " WRK-HORAS-ED
                    " (LIMITE " WRK-LIMITE-HE ")"
               DELIMITED BY SIZE INTO WRK-AP-DESCRICAO
             END-STRING
             PERFORM 0250-GRAVAR-APONTAMENTO
           END-IF.

           IF WRK-QTD-COMISSAO GREATER 1
              AND WRK-AT-COMISSAO(WRK-IND-AT)
                  GREATER WRK-LIMITE-COMISSAO
             MOVE "C" TO WRK-AP-TIPO
             MOVE WRK-AT-COMISSAO(WRK-IND-AT) TO WRK-AP-ATUAL
             MOVE WRK-MEDIA-COMISSAO TO WRK-AP-ANTES
             MOVE SPACES TO WRK-AP-DESCRICAO
             STRING "COMISSAO ACIMA DE " WRK-FATOR-COMIS
                    " VEZES A MEDIA (ANTERIOR = MEDIA)"
               DELIMITED BY SIZE INTO WRK-AP-DESCRICAO
             END-STRING
             PERFORM 0250-GRAVAR-APONTAMENTO
           END-IF.

           PERFORM 0230-CONFERIR-CONTA.

      *    LIQUIDO QUE VARIOU ACIMA DO PERCENTUAL (SEM LIQUIDO
      *    ANTERIOR, QUALQUER LIQUIDO AGORA E VARIACAO)
       0215-CONFERIR-VARIACAO          SECTION.
           IF WRK-AT-LIQUIDO(WRK-IND-AT)
              GREATER WRK-AN-LIQUIDO(WRK-IND-AN)
             COMPUTE WRK-DIFERENCA = WRK-AT-LIQUIDO(WRK-IND-AT)
                                   - WRK-AN-LIQUIDO(WRK-IND-AN)
           ELSE
             COMPUTE WRK-DIFERENCA = WRK-AN-LIQUIDO(WRK-IND-AN)
                                   - WRK-AT-LIQUIDO(WRK-IND-AT)
           END-IF.
           IF WRK-DIFERENCA EQUAL ZEROS
             GO TO 0215-CONFERIR-SAIDA
           END-IF.
           IF WRK-AN-LIQUIDO(WRK-IND-AN) EQUAL ZEROS
             MOVE 99999,99 TO WRK-PCT-VARIACAO
           ELSE
             COMPUTE WRK-PCT-VARIACAO ROUNDED =
                 WRK-DIFERENCA * 100 / WRK-AN-LIQUIDO(WRK-IND-AN)
               ON SIZE ERROR
                 MOVE 99999,99 TO WRK-PCT-VARIACAO
             END-COMPUTE
           END-IF.
           IF WRK-PCT-VARIACAO NOT GREATER WRK-PCT-LIMITE
             GO TO 0215-CONFERIR-SAIDA
           END-IF.
           MOVE "L" TO WRK-AP-TIPO.
           MOVE WRK-AT-LIQUIDO(WRK-IND-AT) TO WRK-AP-ATUAL.
           MOVE WRK-AN-LIQUIDO(WRK-IND-AN) TO WRK-AP-ANTES.
           MOVE WRK-PCT-VARIACAO TO WRK-PCT-VARIACAO-ED.
           MOVE SPACES TO WRK-AP-DESCRICAO.
           STRING "LIQUIDO VARIOU " WRK-PCT-VARIACAO-ED
                  "% (LIMITE " WRK-PCT-LIMITE "%)"
             DELIMITED BY SIZE INTO WRK-AP-DESCRICAO
           END-STRING.
           PERFORM 0250-GRAVAR-APONTAMENTO.
       0215-CONFERIR-SAIDA.
           EXIT.

       0220-LOCALIZAR-ANTERIOR         SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           MOVE 1   TO WRK-IND-AN.
           PERFORM UNTIL WRK-IND-AN GREATER WRK-QTD-ANTES
                      OR LINHA-ACHADA
             IF WRK-AN-ID(WRK-IND-AN) EQUAL WRK-ID-BUSCA
               SET LINHA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-AN
             END-IF
           END-PERFORM.

      *    CONTA DA REMESSA PENDENTE DIFERENTE DA QUE O BANCO RECEBEU
      *    NA ULTIMA REMESSA APROVADA (QUEM NAO ESTAVA NELA NAO E
      *    CONFERIDO - JA SAI COMO NOVO)
       0230-CONFERIR-CONTA             SECTION.
           IF NOT AT-NA-REMESSA(WRK-IND-AT)
             GO TO 0230-CONFERIR-SAIDA
           END-IF.
           MOVE "N" TO WRK-SW-ACHOU.
           MOVE 1   TO WRK-IND-RA.
           PERFORM UNTIL WRK-IND-RA GREATER WRK-QTD-REMANT
                      OR LINHA-ACHADA
             IF WRK-RA-ID(WRK-IND-RA) EQUAL WRK-AT-ID(WRK-IND-AT)
               SET LINHA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-RA
             END-IF
           END-PERFORM.
           IF NOT LINHA-ACHADA
             GO TO 0230-CONFERIR-SAIDA
           END-IF.
           IF WRK-RA-BANCO(WRK-IND-RA) EQUAL WRK-AT-BANCO(WRK-IND-AT)
              AND WRK-RA-AGENCIA(WRK-IND-RA)
                  EQUAL WRK-AT-AGENCIA(WRK-IND-AT)
              AND WRK-RA-CONTA(WRK-IND-RA)
                  EQUAL WRK-AT-CONTA(WRK-IND-AT)
             GO TO 0230-CONFERIR-SAIDA
           END-IF.
           MOVE "B" TO WRK-AP-TIPO.
           MOVE WRK-AT-LIQUIDO(WRK-IND-AT) TO WRK-AP-ATUAL.
           MOVE ZEROS TO WRK-AP-ANTES.
           MOVE SPACES TO WRK-AP-DESCRICAO.
           STRING "CONTA ERA " WRK-RA-BANCO(WRK-IND-RA) "/"
                  WRK-RA-AGENCIA(WRK-IND-RA) "/"
                  WRK-RA-CONTA(WRK-IND-RA) " AGORA "
                  WRK-AT-BANCO(WRK-IND-AT)
             DELIMITED BY SIZE INTO WRK-AP-DESCRICAO
           END-STRING.
           PERFORM 0250-GRAVAR-APONTAMENTO.
       0230-CONFERIR-SAIDA.
           EXIT.

       0250-GRAVAR-APONTAMENTO         SECTION.
           ADD 1 TO WRK-QTD-APONTAMENTOS.
           EVALUATE WRK-AP-TIPO
             WHEN "L" ADD 1 TO WRK-QTD-TIPO-L
             WHEN "N" ADD 1 TO WRK-QTD-TIPO-N
             WHEN "A" ADD 1 TO WRK-QTD-TIPO-A
             WHEN "H" ADD 1 TO WRK-QTD-TIPO-H
             WHEN "C" ADD 1 TO WRK-QTD-TIPO-C
             WHEN "T" ADD 1 TO WRK-QTD-TIPO-T
             WHEN "B" ADD 1 TO WRK-QTD-TIPO-B
           END-EVALUATE.
           MOVE WRK-COMPETENCIA      TO AFL-COMPETENCIA.
           MOVE WRK-QTD-APONTAMENTOS TO AFL-SEQUENCIA.
           MOVE WRK-AP-FUNC-ID       TO AFL-FUNC-ID.
           MOVE WRK-AP-TIPO          TO AFL-TIPO.
           MOVE WRK-AP-ATUAL         TO AFL-VALOR-ATUAL.
           MOVE WRK-AP-ANTES         TO AFL-VALOR-ANTES.
           MOVE WRK-AP-DESCRICAO     TO AFL-DESCRICAO.
           MOVE "P"                  TO AFL-STATUS.
           MOVE WRK-DATA-HOJE        TO AFL-DATA.
           MOVE WRK-HORA-AGORA       TO AFL-HORA.
           MOVE SPACES               TO AFL-OPERADOR.
           WRITE REG-AUDFOLHA.

           MOVE WRK-QTD-APONTAMENTOS TO WRK-LD-SEQ.
           MOVE WRK-AP-FUNC-ID       TO WRK-LD-FUNC-ID.
           MOVE WRK-AP-TIPO          TO WRK-LD-TIPO.
           MOVE WRK-AP-DESCRICAO     TO WRK-LD-DESCRICAO.
           MOVE WRK-AP-ATUAL         TO WRK-LD-ATUAL.
           MOVE WRK-AP-ANTES         TO WRK-LD-ANTES.
           MOVE WRK-LINHA-DET TO REG-RELAUDF.
           WRITE REG-RELAUDF.

       0300-FINALIZAR                  SECTION.
               CLOSE AUDFOLHA.
               MOVE SPACES TO REG-RELAUDF.
               WRITE REG-RELAUDF.
               MOVE "L - LIQUIDO ACIMA DA VARIACAO..........."
                 TO WRK-LT-ROTULO.
               MOVE WRK-QTD-TIPO-L TO WRK-LT-QTD.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "N - FUNCIONARIOS NOVOS.................."
                 TO WRK-LT-ROTULO.
               MOVE WRK-QTD-TIPO-N TO WRK-LT-QTD.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "A - FUNCIONARIOS AUSENTES..............."
                 TO WRK-LT-ROTULO.
               MOVE WRK-QTD-TIPO-A TO WRK-LT-QTD.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "H - HORAS EXTRAS ACIMA DO LIMITE........"
                 TO WRK-LT-ROTULO.
               MOVE WRK-QTD-TIPO-H TO WRK-LT-QTD.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "C - COMISSOES FORA DA CURVA............."
                 TO WRK-LT-ROTULO.
               MOVE WRK-QTD-TIPO-C TO WRK-LT-QTD.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "T - LIQUIDOS ACIMA DO TETO.............."
                 TO WRK-LT-ROTULO.
               MOVE WRK-QTD-TIPO-T TO WRK-LT-QTD.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "B - CONTAS BANCARIAS ALTERADAS.........."
                 TO WRK-LT-ROTULO.
               MOVE WRK-QTD-TIPO-B TO WRK-LT-QTD.
               PERFORM 0310-GRAVAR-TOTAL.
               MOVE "TOTAL DE APONTAMENTOS..................."
                 TO WRK-LT-ROTULO.
               MOVE WRK-QTD-APONTAMENTOS TO WRK-LT-QTD.
               PERFORM 0310-GRAVAR-TOTAL.
               CLOSE RELAUDF.

               DISPLAY "FUNCIONARIOS NA FOLHA...: " WRK-QTD-ATUAL.
               DISPLAY "APONTAMENTOS............: "
                       WRK-QTD-APONTAMENTOS.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELAUDF.
               IF WRK-QTD-APONTAMENTOS GREATER ZEROS
                 DISPLAY "CADA APONTAMENTO PRECISA SER RECONHECIDO NA "
                         "APROVACAO DA REMESSA (PROGRAMA61)"
               END-IF.

               MOVE "PROGRAMA98" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-QTD-APONTAMENTOS TO LOG-QTD.
               MOVE WRK-QTD-ATUAL TO LOG-QTD-LIDOS.
               MOVE "AUDITORIA DE VARIACAO DA FOLHA" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

       0310-GRAVAR-TOTAL               SECTION.
               MOVE WRK-LINHA-TOT TO REG-RELAUDF.
               WRITE REG-RELAUDF.

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
