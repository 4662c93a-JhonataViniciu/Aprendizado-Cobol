       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD036.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CONFIRMACAO DAS PROPOSTAS DE REPOSICAO ENTRE
      *==            FILIAIS DO PRD035 - O SUPERVISOR SE IDENTIFICA
      *==            (SUPAUT) E PERCORRE AS PROPOSTAS PENDENTES:
      *==            CONFIRMA, AJUSTA A QUANTIDADE, DESCARTA OU DEIXA
      *==            PENDENTE (ENTER). A CONFIRMADA VIRA DOCUMENTO DE
      *==            TRANSFERENCIA NOS MESMOS MOLDES DO PRD019: CONFERE
      *==            O SALDO ATUAL DA FILIAL DE ORIGEM, BAIXA NA ORIGEM
      *==            E GRAVA O TRANSFER.DAT EM TRANSITO - O DESTINO SO
      *==            RECEBE NA CONFIRMACAO DO PRD020. NO FIM IMPRIME A
      *==            LISTA DE SEPARACAO DO DEPOSITO POR FILIAL DE
      *==            ORIGEM (RELGER) E REGISTRA A EXECUCAO NO BATCHLOG.
      *==            OS ARQUIVOS SAO SEQUENCIAIS, ENTAO PROPOSTAS E
      *==            SALDOS SAO CARREGADOS EM MEMORIA E REGRAVADOS.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPTRF ASSIGN TO WRK-CAMINHO-PROPTRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPTRF.

           SELECT ESTFILIA ASSIGN TO WRK-CAMINHO-ESTFILIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTFILIA.

           SELECT TRANSFER ASSIGN TO WRK-CAMINHO-TRANSFER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSFER.

           SELECT RELSEP ASSIGN TO WRK-CAMINHO-RELSEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELSEP.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDSEP ASSIGN TO "WRKORDSEP".

       DATA DIVISION.
       FILE SECTION.
       FD  PROPTRF.
           COPY "PROPTRF.cpy".
       FD  ESTFILIA.
           COPY "ESTFILIA.cpy".
       FD  TRANSFER.
           COPY "TRANSFER.cpy".
       FD  RELSEP.
       01  REG-RELSEP          PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDSEP.
       01  WRK-REG-ORDSEP.
           05 ORD-FILIAL-ORIG  PIC 9(02).
           05 ORD-CODIGO       PIC 9(05).
           05 ORD-NUM-TRANSF   PIC 9(06).
           05 ORD-DESCRICAO    PIC X(30).
           05 ORD-FILIAL-DEST  PIC 9(02).
           05 ORD-QTD          PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY "CAMPTR.cpy".
           COPY "CAMEST.cpy".
           COPY "CAMTRF.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
           COPY "SUPAUT.cpy".
       77  FS-PROPTRF      PIC 9(02) VALUE ZEROS.
       77  FS-ESTFILIA     PIC 9(02) VALUE ZEROS.
       77  FS-TRANSFER     PIC 9(02) VALUE ZEROS.
       77  FS-RELSEP       PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELSEP PIC X(100) VALUE SPACES.

       77  WRK-DECISAO     PIC X(01) VALUE SPACES.
       77  WRK-QTD         PIC 9(05) VALUE ZEROS.
       77  WRK-NUM-TRANSF  PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-CONFIRM PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-DESCART PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-PEND   PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-QTD     PIC 9(07) VALUE ZEROS.
       77  WRK-SW-ALTERADO PIC X(01) VALUE "N".
           88 PROPOSTAS-ALTERADAS   VALUE "S".

      *------------ PROPOSTAS CARREGADAS EM MEMORIA --------------------
      *    WRK-PTR-NOVA = "S" NAS CONFIRMADAS NESTA EXECUCAO - SO ELAS
      *    ENTRAM NA LISTA DE SEPARACAO
       01  WRK-TAB-PROPOSTAS.
           05 WRK-PTR-ITEM OCCURS 1000 TIMES.
              10 WRK-PTR-REG       PIC X(89).
              10 WRK-PTR-NOVA      PIC X(01).
       77  WRK-QTD-LINHAS  PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-LINHAS  PIC 9(04) VALUE 1000.
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".
       77  WRK-IND-LINHA   PIC 9(04) VALUE ZEROS.

      *------------ SALDOS POR FILIAL EM MEMORIA --------------------
       01  WRK-TAB-ESTFIL.
           05 WRK-EST-ITEM OCCURS 300 TIMES.
              10 WRK-EST-FILIAL   PIC 9(02).
              10 WRK-EST-CODIGO   PIC 9(05).
              10 WRK-EST-QTD      PIC 9(05).
       77  WRK-QTD-ESTFIL  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-ESTFIL  PIC 9(03) VALUE 300.
       77  WRK-IND-ESTFIL  PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ESTFIL   PIC X(01) VALUE "N".
           88 SALDO-FILIAL-ACHADO   VALUE "S".
       77  WRK-SW-CARGA-EST PIC X(01) VALUE "N".
           88 CARGA-EST-TRANSBORDOU VALUE "S".

      *------------ LISTA DE SEPARACAO ------------------------------
       77  WRK-FIM-ORDSEP  PIC X(01) VALUE "N".
       77  WRK-PRIMEIRO    PIC X(01) VALUE "S".
       77  WRK-ORIG-ATUAL  PIC 9(02) VALUE ZEROS.
       77  WRK-ORIG-ITENS  PIC 9(04) VALUE ZEROS.
       77  WRK-ORIG-QTD    PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-ORIGEM.
           05 FILLER           PIC X(18) VALUE "FILIAL DE ORIGEM: ".
           05 WRK-LO-FILIAL    PIC 99.

       01  WRK-LINHA-CABEC.
           05 FILLER PIC X(08) VALUE "TRANSF".
           05 FILLER PIC X(07) VALUE "CODIGO".
           05 FILLER PIC X(31) VALUE "DESCRICAO".
           05 FILLER PIC X(06) VALUE "DEST".
           05 FILLER PIC X(07) VALUE "QTD".
           05 FILLER PIC X(10) VALUE "CONFERIDO".

       01  WRK-LINHA-DET.
           05 WRK-LD-NUMERO    PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-CODIGO    PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-DESCR     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DEST      PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-QTD       PIC ZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE "[________]".

       01  WRK-LINHA-TOTAL.
           05 FILLER           PIC X(17) VALUE "ITENS A SEPARAR: ".
           05 WRK-LT-ITENS     PIC ZZZ9.
           05 FILLER           PIC X(13) VALUE "   UNIDADES: ".
           05 WRK-LT-QTD       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.

           DISPLAY "CONFIRMACAO DA REPOSICAO ENTRE FILIAIS - "
                   "IDENTIFICACAO DO SUPERVISOR".
           MOVE "N" TO SUP-SW-AUTORIZA.
           CALL "SUPAUT" USING WRK-AREA-SUPAUT.
           IF NOT SUP-AUTORIZADO
             DISPLAY "SUPERVISOR NAO AUTORIZADO - NADA FOI EMITIDO"
             GOBACK
           END-IF.

           PERFORM 0188-OBTER-CAMINHO-PROPTRF.
           OPEN INPUT PROPTRF.
           IF FS-PROPTRF NOT EQUAL 0
             DISPLAY "ARQUIVO DE PROPOSTAS NAO FOI ABERTO - STATUS "
                     FS-PROPTRF " - RODE A PROPOSTA (PRD035)"
             GOBACK
           END-IF.
           READ PROPTRF NEXT RECORD.
           PERFORM UNTIL FS-PROPTRF NOT EQUAL 00
             IF WRK-QTD-LINHAS LESS WRK-MAX-LINHAS
               ADD 1 TO WRK-QTD-LINHAS
               MOVE REG-PROPTRF TO WRK-PTR-REG(WRK-QTD-LINHAS)
               MOVE "N"         TO WRK-PTR-NOVA(WRK-QTD-LINHAS)
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ PROPTRF NEXT RECORD
           END-PERFORM.
           CLOSE PROPTRF.
           IF CARGA-TRANSBORDOU
             DISPLAY "TABELA DE PROPOSTAS CHEIA (MAX " WRK-MAX-LINHAS
                     ") - CONFIRMACAO ABORTADA PARA NAO PERDER "
                     "REGISTROS"
             GOBACK
           END-IF.

           PERFORM 0148-OBTER-CAMINHO-ESTFILIA.
           OPEN INPUT ESTFILIA.
           IF FS-ESTFILIA NOT EQUAL 0
             DISPLAY "SALDOS POR FILIAL NAO FORAM ABERTOS - STATUS "
                     FS-ESTFILIA
             GOBACK
           END-IF.
           READ ESTFILIA NEXT RECORD.
           PERFORM UNTIL FS-ESTFILIA NOT EQUAL 00
             IF WRK-QTD-ESTFIL LESS WRK-MAX-ESTFIL
               ADD 1 TO WRK-QTD-ESTFIL
               MOVE EST-FILIAL TO WRK-EST-FILIAL(WRK-QTD-ESTFIL)
               MOVE EST-CODIGO TO WRK-EST-CODIGO(WRK-QTD-ESTFIL)
               MOVE EST-QTD    TO WRK-EST-QTD(WRK-QTD-ESTFIL)
             ELSE
               SET CARGA-EST-TRANSBORDOU TO TRUE
             END-IF
             READ ESTFILIA NEXT RECORD
           END-PERFORM.
           CLOSE ESTFILIA.
           IF CARGA-EST-TRANSBORDOU
             DISPLAY "TABELA DE SALDOS CHEIA (MAX " WRK-MAX-ESTFIL
                     ") - CONFIRMACAO ABORTADA PARA NAO PERDER "
                     "REGISTROS"
             GOBACK
           END-IF.

           PERFORM 0220-OBTER-PROXIMO-NUMERO.
           OPEN EXTEND TRANSFER.
           IF FS-TRANSFER EQUAL 35
             OPEN OUTPUT TRANSFER
           END-IF.
           IF FS-TRANSFER NOT EQUAL 0
             DISPLAY "DOCUMENTO DE TRANSFERENCIA NAO FOI ABERTO - "
                     "STATUS " FS-TRANSFER
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE 1 TO WRK-IND-LINHA.
           PERFORM 0210-REVISAR-PROPOSTA
             UNTIL WRK-IND-LINHA GREATER WRK-QTD-LINHAS.
           CLOSE TRANSFER.

           IF NOT PROPOSTAS-ALTERADAS
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           IF WRK-ACUM-CONFIRM GREATER ZEROS
             PERFORM 0240-REGRAVAR-ESTFILIA
           END-IF.
           OPEN OUTPUT PROPTRF.
           IF FS-PROPTRF NOT EQUAL 0
             DISPLAY "ARQUIVO DE PROPOSTAS NAO FOI REGRAVADO - STATUS "
                     FS-PROPTRF
           ELSE
             MOVE 1 TO WRK-IND-LINHA
             PERFORM 0250-GRAVAR-LINHA
               UNTIL WRK-IND-LINHA GREATER WRK-QTD-LINHAS
             CLOSE PROPTRF
           END-IF.
           IF WRK-ACUM-CONFIRM GREATER ZEROS
             PERFORM 0260-LISTA-SEPARACAO
           END-IF.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-REVISAR-PROPOSTA           SECTION.
           MOVE WRK-PTR-REG(WRK-IND-LINHA) TO REG-PROPTRF.
           IF NOT PTR-PENDENTE
             GO TO 0210-REVISAR-SAIDA
           END-IF.

           DISPLAY "---------------------------".
           DISPLAY "PRODUTO..: " PTR-CODIGO " " PTR-DESCRICAO.
           DISPLAY "DA FILIAL " PTR-FILIAL-ORIG
                   " PARA A FILIAL " PTR-FILIAL-DEST
                   " - QUANTIDADE " PTR-QTD.
           DISPLAY "DESTINO: SALDO " PTR-SALDO-DEST
                   "  VENDA MEDIA/DIA " PTR-MEDIA-DEST.
           DISPLAY "(C)ONFIRMAR, (A)JUSTAR, DESCARTAR (X), "
                   "ENTER = PULA "
             ACCEPT WRK-DECISAO.
           MOVE PTR-QTD TO WRK-QTD.
           EVALUATE WRK-DECISAO
             WHEN "C"
             WHEN "c"
               PERFORM 0230-EMITIR-TRANSFERENCIA
             WHEN "A"
             WHEN "a"
               DISPLAY "QUANTIDADE A TRANSFERIR... "
                 ACCEPT WRK-QTD
               IF WRK-QTD EQUAL ZEROS
                 DISPLAY "QUANTIDADE ZERADA - PROPOSTA MANTIDA "
                         "PENDENTE"
                 ADD 1 TO WRK-ACUM-PEND
               ELSE
                 PERFORM 0230-EMITIR-TRANSFERENCIA
               END-IF
             WHEN "X"
             WHEN "x"
               MOVE 'X'         TO PTR-STATUS
               MOVE SUP-NOME    TO PTR-SUPERVISOR
               MOVE REG-PROPTRF TO WRK-PTR-REG(WRK-IND-LINHA)
               SET PROPOSTAS-ALTERADAS TO TRUE
               ADD 1 TO WRK-ACUM-DESCART
               DISPLAY "PROPOSTA DESCARTADA"
             WHEN OTHER
               ADD 1 TO WRK-ACUM-PEND
           END-EVALUATE.
       0210-REVISAR-SAIDA.
           ADD 1 TO WRK-IND-LINHA.

       0220-OBTER-PROXIMO-NUMERO       SECTION.
           MOVE ZEROS TO WRK-NUM-TRANSF.
           PERFORM 0149-OBTER-CAMINHO-TRANSFER.
           OPEN INPUT TRANSFER.
           IF FS-TRANSFER EQUAL 0
             READ TRANSFER NEXT RECORD
             PERFORM UNTIL FS-TRANSFER NOT EQUAL 00
               IF TRF-NUMERO GREATER WRK-NUM-TRANSF
                 MOVE TRF-NUMERO TO WRK-NUM-TRANSF
               END-IF
               READ TRANSFER NEXT RECORD
             END-PERFORM
             CLOSE TRANSFER
           END-IF.

      *--- O SALDO DA ORIGEM E CONFERIDO DE NOVO: PODE TER VENDIDO ---
      *--- DESDE A PROPOSTA DA NOITE ---
       0230-EMITIR-TRANSFERENCIA       SECTION.
           MOVE 1   TO WRK-IND-ESTFIL.
           MOVE "N" TO WRK-SW-ESTFIL.
           PERFORM UNTIL WRK-IND-ESTFIL GREATER WRK-QTD-ESTFIL
                      OR SALDO-FILIAL-ACHADO
             IF WRK-EST-FILIAL(WRK-IND-ESTFIL) EQUAL PTR-FILIAL-ORIG
                AND WRK-EST-CODIGO(WRK-IND-ESTFIL) EQUAL PTR-CODIGO
               SET SALDO-FILIAL-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-ESTFIL
             END-IF
           END-PERFORM.
           IF NOT SALDO-FILIAL-ACHADO
              OR WRK-EST-QTD(WRK-IND-ESTFIL) LESS WRK-QTD
             DISPLAY "SALDO INSUFICIENTE NA FILIAL DE ORIGEM - "
                     "PROPOSTA MANTIDA PENDENTE"
             ADD 1 TO WRK-ACUM-PEND
             GO TO 0230-EMITIR-SAIDA
           END-IF.

           SUBTRACT WRK-QTD FROM WRK-EST-QTD(WRK-IND-ESTFIL).
           ADD 1 TO WRK-NUM-TRANSF.
           MOVE WRK-NUM-TRANSF  TO TRF-NUMERO.
           MOVE PTR-FILIAL-ORIG TO TRF-FILIAL-ORIG.
           MOVE PTR-FILIAL-DEST TO TRF-FILIAL-DEST.
           MOVE PTR-CODIGO      TO TRF-CODIGO.
           MOVE PTR-DESCRICAO   TO TRF-DESCRICAO.
           MOVE WRK-QTD         TO TRF-QTD.
           MOVE DTM-AAAAMMDD    TO TRF-DATA.
           MOVE 'T'             TO TRF-STATUS.
           WRITE REG-TRANSFER.

           MOVE 'C'             TO PTR-STATUS.
           MOVE WRK-QTD         TO PTR-QTD.
           MOVE WRK-NUM-TRANSF  TO PTR-NUM-TRANSF.
           MOVE SUP-NOME        TO PTR-SUPERVISOR.
           MOVE REG-PROPTRF     TO WRK-PTR-REG(WRK-IND-LINHA).
           MOVE "S"             TO WRK-PTR-NOVA(WRK-IND-LINHA).
           SET PROPOSTAS-ALTERADAS TO TRUE.
           ADD 1 TO WRK-ACUM-CONFIRM.
           ADD WRK-QTD TO WRK-TOT-QTD.
           DISPLAY "TRANSFERENCIA " WRK-NUM-TRANSF " EMITIDA - "
                   "MERCADORIA EM TRANSITO".
       0230-EMITIR-SAIDA.
           EXIT.

       0240-REGRAVAR-ESTFILIA          SECTION.
           OPEN OUTPUT ESTFILIA.
           IF FS-ESTFILIA NOT EQUAL 0
             DISPLAY "SALDOS POR FILIAL NAO FORAM REGRAVADOS - "
                     "STATUS " FS-ESTFILIA
             GO TO 0240-REGRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-ESTFIL.
           PERFORM 0245-GRAVAR-ESTFIL
             UNTIL WRK-IND-ESTFIL GREATER WRK-QTD-ESTFIL.
           CLOSE ESTFILIA.
       0240-REGRAVAR-SAIDA.
           EXIT.

       0245-GRAVAR-ESTFIL              SECTION.
           MOVE WRK-EST-FILIAL(WRK-IND-ESTFIL) TO EST-FILIAL.
           MOVE WRK-EST-CODIGO(WRK-IND-ESTFIL) TO EST-CODIGO.
           MOVE WRK-EST-QTD(WRK-IND-ESTFIL)    TO EST-QTD.
           WRITE REG-ESTFILIA.
           ADD 1 TO WRK-IND-ESTFIL.

       0250-GRAVAR-LINHA               SECTION.
           MOVE WRK-PTR-REG(WRK-IND-LINHA) TO REG-PROPTRF.
           WRITE REG-PROPTRF.
           ADD 1 TO WRK-IND-LINHA.

      *--- LISTA DO DEPOSITO: UMA FOLHA POR FILIAL DE ORIGEM ---
       0260-LISTA-SEPARACAO            SECTION.
           MOVE "SEPARAFIL" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELSEP.
           OPEN OUTPUT RELSEP.
           IF FS-RELSEP NOT EQUAL 0
             DISPLAY "LISTA DE SEPARACAO NAO FOI ABERTA - STATUS "
                     FS-RELSEP
             GO TO 0260-LISTA-SAIDA
           END-IF.
           MOVE "LISTA DE SEPARACAO - REPOSICAO ENTRE FILIAIS"
             TO REG-RELSEP.
           WRITE REG-RELSEP.
           MOVE SPACES TO REG-RELSEP.
           STRING "DATA: " DTM-AAAAMMDD "  SUPERVISOR: " SUP-NOME
             DELIMITED BY SIZE INTO REG-RELSEP
           END-STRING.
           WRITE REG-RELSEP.
           SORT WRK-ORDSEP
             ON ASCENDING KEY ORD-FILIAL-ORIG ORD-CODIGO
                              ORD-NUM-TRANSF
             INPUT PROCEDURE 0270-FORNECER-CONFIRMADAS
             OUTPUT PROCEDURE 0280-IMPRIMIR-SEPARACAO.
           CLOSE RELSEP.
       0260-LISTA-SAIDA.
           EXIT.

       0270-FORNECER-CONFIRMADAS       SECTION.
           MOVE 1 TO WRK-IND-LINHA.
           PERFORM UNTIL WRK-IND-LINHA GREATER WRK-QTD-LINHAS
             IF WRK-PTR-NOVA(WRK-IND-LINHA) EQUAL "S"
               MOVE WRK-PTR-REG(WRK-IND-LINHA) TO REG-PROPTRF
               MOVE PTR-FILIAL-ORIG TO ORD-FILIAL-ORIG
               MOVE PTR-CODIGO      TO ORD-CODIGO
               MOVE PTR-NUM-TRANSF  TO ORD-NUM-TRANSF
               MOVE PTR-DESCRICAO   TO ORD-DESCRICAO
               MOVE PTR-FILIAL-DEST TO ORD-FILIAL-DEST
               MOVE PTR-QTD         TO ORD-QTD
               RELEASE WRK-REG-ORDSEP
             END-IF
             ADD 1 TO WRK-IND-LINHA
           END-PERFORM.

       0280-IMPRIMIR-SEPARACAO         SECTION.
           MOVE "N" TO WRK-FIM-ORDSEP.
           MOVE "S" TO WRK-PRIMEIRO.
           RETURN WRK-ORDSEP AT END MOVE "S" TO WRK-FIM-ORDSEP.
           PERFORM UNTIL WRK-FIM-ORDSEP EQUAL "S"
             IF WRK-PRIMEIRO EQUAL "S"
                OR ORD-FILIAL-ORIG NOT EQUAL WRK-ORIG-ATUAL
               PERFORM 0285-INICIAR-ORIGEM
             END-IF
             MOVE ORD-NUM-TRANSF  TO WRK-LD-NUMERO
             MOVE ORD-CODIGO      TO WRK-LD-CODIGO
             MOVE ORD-DESCRICAO   TO WRK-LD-DESCR
             MOVE ORD-FILIAL-DEST TO WRK-LD-DEST
             MOVE ORD-QTD         TO WRK-LD-QTD
             MOVE WRK-LINHA-DET   TO REG-RELSEP
             WRITE REG-RELSEP
             ADD 1       TO WRK-ORIG-ITENS
             ADD ORD-QTD TO WRK-ORIG-QTD
             RETURN WRK-ORDSEP AT END MOVE "S" TO WRK-FIM-ORDSEP
           END-PERFORM.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0290-FECHAR-ORIGEM
           END-IF.

       0285-INICIAR-ORIGEM             SECTION.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0290-FECHAR-ORIGEM
           END-IF.
           MOVE "N" TO WRK-PRIMEIRO.
           MOVE ORD-FILIAL-ORIG TO WRK-ORIG-ATUAL.
           MOVE ZEROS TO WRK-ORIG-ITENS.
           MOVE ZEROS TO WRK-ORIG-QTD.
           MOVE SPACES TO REG-RELSEP.
           WRITE REG-RELSEP.
           MOVE ORD-FILIAL-ORIG  TO WRK-LO-FILIAL.
           MOVE WRK-LINHA-ORIGEM TO REG-RELSEP.
           WRITE REG-RELSEP.
           MOVE WRK-LINHA-CABEC TO REG-RELSEP.
           WRITE REG-RELSEP.

       0290-FECHAR-ORIGEM              SECTION.
           MOVE WRK-ORIG-ITENS TO WRK-LT-ITENS.
           MOVE WRK-ORIG-QTD   TO WRK-LT-QTD.
           MOVE WRK-LINHA-TOTAL TO REG-RELSEP.
           WRITE REG-RELSEP.

           COPY "CAMPTRP.cpy".
           COPY "CAMESTP.cpy".
           COPY "CAMTRFP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "TRANSFERENCIAS EMITIDAS: " WRK-ACUM-CONFIRM.
               DISPLAY "PROPOSTAS DESCARTADAS..: " WRK-ACUM-DESCART.
               DISPLAY "PROPOSTAS PENDENTES....: " WRK-ACUM-PEND.
               IF WRK-ACUM-CONFIRM GREATER ZEROS
                 DISPLAY "LISTA DE SEPARACAO EM " WRK-CAMINHO-RELSEP
               END-IF.
               MOVE "PRD036"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-CONFIRM TO LOG-QTD.
               MOVE WRK-QTD-LINHAS   TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-QTD      TO LOG-HASH.
               MOVE "CONFIRMACAO DA REPOSICAO ENTRE FILIAIS"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
