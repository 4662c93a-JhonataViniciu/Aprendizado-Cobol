       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD035.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: PROPOSTA NOTURNA DE REPOSICAO ENTRE FILIAIS -
      *==            PARA CADA FILIAL E PRODUTO DO ESTFILIA.DAT APURA
      *==            A VENDA MEDIA DIARIA DA FILIAL NA JANELA PEDIDA
      *==            (VENDMOV.DAT, POR MOV-FILIAL) E SOMA AO SALDO O
      *==            QUE JA ESTA EM TRANSITO PARA ELA (TRANSFER.DAT,
      *==            ESTADO T). FILIAL CUJO SALDO COBRE MENOS DIAS DE
      *==            VENDA QUE O MINIMO FICA EM RISCO DE RUPTURA E
      *==            PRECISA CHEGAR AOS DIAS DE ALVO; FILIAL QUE TEM
      *==            MAIS QUE O ALVO (OU SALDO SEM VENDA NENHUMA NA
      *==            JANELA) TEM SOBRA. A NECESSIDADE DE CADA FILIAL EM
      *==            RISCO E ATENDIDA PELA FILIAL DE MAIOR SOBRA DO
      *==            MESMO PRODUTO, DEPOIS PELA SEGUINTE, ATE ZERAR OU
      *==            ACABAR A SOBRA. AS PROPOSTAS PENDENTES VAO PARA O
      *==            PROPTRF.DAT (O SALDO NAO E TOCADO AQUI - QUEM
      *==            EMITE A TRANSFERENCIA E O SUPERVISOR NO PRD036) E
      *==            PARA O RELATORIO DATADO DO RELGER, COM A LISTA DAS
      *==            FILIAIS EM RISCO QUE A REDE NAO CONSEGUE COBRIR.
      *==            REGISTRA A EXECUCAO NO BATCHLOG.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT ESTFILIA ASSIGN TO WRK-CAMINHO-ESTFILIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTFILIA.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT TRANSFER ASSIGN TO WRK-CAMINHO-TRANSFER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSFER.

           SELECT PROPTRF ASSIGN TO WRK-CAMINHO-PROPTRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPTRF.

           SELECT RELREP ASSIGN TO WRK-CAMINHO-RELREP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELREP.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  ESTFILIA.
           COPY "ESTFILIA.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  TRANSFER.
           COPY "TRANSFER.cpy".
       FD  PROPTRF.
           COPY "PROPTRF.cpy".
       FD  RELREP.
       01  REG-RELREP          PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMEST.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMTRF.cpy".
           COPY "CAMPTR.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-ESTFILIA     PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-TRANSFER     PIC 9(02) VALUE ZEROS.
       77  FS-PROPTRF      PIC 9(02) VALUE ZEROS.
       77  FS-RELREP       PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELREP PIC X(100) VALUE SPACES.

      *--- PARAMETROS DA PROPOSTA ---
       77  WRK-JANELA-DIAS PIC 9(03) VALUE ZEROS.
       77  WRK-COBERT-MIN  PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-ALVO   PIC 9(03) VALUE ZEROS.

      *--- SERIAL DE DIAS CORRIDOS ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO   PIC 9(04).
           05 WRK-DS-MES   PIC 9(02).
           05 WRK-DS-DIA   PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL      PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-HOJE PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRAS  PIC S9(05) VALUE ZEROS.
       77  WRK-RESTO-ANO   PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS PIC 9(03) OCCURS 12 TIMES.

      *------------ FILIAL X PRODUTO COM O GIRO E A POSICAO -----------
       01  WRK-TAB-PAR.
           05 WRK-PAR-ITEM OCCURS 300 TIMES.
              10 WRK-PAR-FILIAL    PIC 9(02).
              10 WRK-PAR-CODIGO    PIC 9(05).
              10 WRK-PAR-SALDO     PIC 9(05).
              10 WRK-PAR-VENDIDO   PIC 9(07).
              10 WRK-PAR-TRANSITO  PIC 9(05).
              10 WRK-PAR-MEDIA     PIC 9(03)V99.
              10 WRK-PAR-COBERTURA PIC 9(05).
              10 WRK-PAR-NECESSID  PIC 9(05).
              10 WRK-PAR-SOBRA     PIC 9(05).
       77  WRK-QTD-PAR     PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-PAR     PIC 9(03) VALUE 300.
       77  WRK-IND-PAR     PIC 9(03) VALUE ZEROS.
       77  WRK-IND-DOA     PIC 9(03) VALUE ZEROS.
       77  WRK-IND-MAIOR   PIC 9(03) VALUE ZEROS.
       77  WRK-SW-PAR      PIC X(01) VALUE "N".
           88 PAR-NA-TABELA         VALUE "S".
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".
       77  WRK-FILIAL-BUSCA PIC 9(02) VALUE ZEROS.
       77  WRK-CODIGO-BUSCA PIC 9(05) VALUE ZEROS.

      *--- CALCULO DA PROPOSTA ---
       77  WRK-ESTOQUE-ALVO PIC 9(07) VALUE ZEROS.
       77  WRK-POSICAO     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PROPOSTA PIC 9(05) VALUE ZEROS.
       77  WRK-DESCRICAO   PIC X(30) VALUE SPACES.

       77  WRK-ACUM-LIDOS  PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-RISCO  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PROPOSTAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-DESCOBERTAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-QTD-PROPOSTA PIC 9(09) VALUE ZEROS.

       01  WRK-LINHA-PARAM.
           05 FILLER           PIC X(08) VALUE "JANELA: ".
           05 WRK-LP-JANELA    PIC ZZ9.
           05 FILLER           PIC X(23) VALUE
              " DIAS  COBERT. MINIMA: ".
           05 WRK-LP-COBERT    PIC ZZ9.
           05 FILLER           PIC X(13) VALUE " DIAS  ALVO: ".
           05 WRK-LP-ALVO      PIC ZZ9.
           05 FILLER           PIC X(05) VALUE " DIAS".

       01  WRK-LINHA-CABEC.
           05 FILLER PIC X(07) VALUE "CODIGO".
           05 FILLER PIC X(31) VALUE "DESCRICAO".
           05 FILLER PIC X(06) VALUE "ORIG".
           05 FILLER PIC X(06) VALUE "DEST".
           05 FILLER PIC X(07) VALUE "QTD".
           05 FILLER PIC X(07) VALUE "SALDO".
           05 FILLER PIC X(07) VALUE "TRANS".
           05 FILLER PIC X(08) VALUE "MED/DIA".
           05 FILLER PIC X(06) VALUE "DIAS".

       01  WRK-LINHA-DET.
           05 WRK-LD-CODIGO    PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-DESCR     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-ORIG      PIC Z9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LD-DEST      PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-QTD       PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-SALDO     PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-TRANSITO  PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-MEDIA     PIC ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-COBERT    PIC ZZZZ9.

       01  WRK-LINHA-CONTAGEM.
           05 WRK-LC-ROTULO    PIC X(40).
           05 WRK-LC-QTD       PIC ZZZZZZZZ9.

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

           DISPLAY "JANELA DA VENDA MEDIA (DIAS, 0 = 30) "
             ACCEPT WRK-JANELA-DIAS.
           IF WRK-JANELA-DIAS EQUAL ZEROS
             MOVE 30 TO WRK-JANELA-DIAS
           END-IF.
           DISPLAY "COBERTURA MINIMA ANTES DO RISCO (DIAS, 0 = 7) "
             ACCEPT WRK-COBERT-MIN.
           IF WRK-COBERT-MIN EQUAL ZEROS
             MOVE 7 TO WRK-COBERT-MIN
           END-IF.
           DISPLAY "COBERTURA ALVO DA REPOSICAO (DIAS, 0 = 14) "
             ACCEPT WRK-DIAS-ALVO.
           IF WRK-DIAS-ALVO EQUAL ZEROS
             MOVE 14 TO WRK-DIAS-ALVO
           END-IF.
           IF WRK-DIAS-ALVO LESS WRK-COBERT-MIN
             MOVE WRK-COBERT-MIN TO WRK-DIAS-ALVO
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
             IF WRK-QTD-PAR LESS WRK-MAX-PAR
               ADD 1 TO WRK-QTD-PAR
               MOVE EST-FILIAL TO WRK-PAR-FILIAL(WRK-QTD-PAR)
               MOVE EST-CODIGO TO WRK-PAR-CODIGO(WRK-QTD-PAR)
               MOVE EST-QTD    TO WRK-PAR-SALDO(WRK-QTD-PAR)
               MOVE ZEROS      TO WRK-PAR-VENDIDO(WRK-QTD-PAR)
               MOVE ZEROS      TO WRK-PAR-TRANSITO(WRK-QTD-PAR)
               MOVE ZEROS      TO WRK-PAR-NECESSID(WRK-QTD-PAR)
               MOVE ZEROS      TO WRK-PAR-SOBRA(WRK-QTD-PAR)
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ ESTFILIA NEXT RECORD
           END-PERFORM.
           CLOSE ESTFILIA.
           IF CARGA-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-PAR " SALDOS POR "
                     "FILIAL - OS EXCEDENTES FICAM FORA DA PROPOSTA"
           END-IF.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             GOBACK
           END-IF.

           PERFORM 0188-OBTER-CAMINHO-PROPTRF.
           OPEN OUTPUT PROPTRF.
           IF FS-PROPTRF NOT EQUAL 0
             DISPLAY "ARQUIVO DE PROPOSTAS NAO FOI ABERTO - STATUS "
                     FS-PROPTRF
             CLOSE PRODUTOS
             GOBACK
           END-IF.

           MOVE "REPFILIAL" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELREP.
           OPEN OUTPUT RELREP.
           IF FS-RELREP NOT EQUAL 0
             DISPLAY "RELATORIO DE REPOSICAO NAO FOI ABERTO - "
                     "STATUS " FS-RELREP
             CLOSE PRODUTOS
             CLOSE PROPTRF
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-APURAR-VENDAS.
           PERFORM 0220-APURAR-TRANSITO.
           MOVE 1 TO WRK-IND-PAR.
           PERFORM 0230-CLASSIFICAR-PAR
             UNTIL WRK-IND-PAR GREATER WRK-QTD-PAR.

           MOVE "PROPOSTA DE REPOSICAO ENTRE FILIAIS" TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE WRK-JANELA-DIAS TO WRK-LP-JANELA.
           MOVE WRK-COBERT-MIN  TO WRK-LP-COBERT.
           MOVE WRK-DIAS-ALVO   TO WRK-LP-ALVO.
           MOVE WRK-LINHA-PARAM TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE "SALDO/TRANS/MED/DIA/DIAS = POSICAO DA FILIAL DE "
             TO REG-RELREP.
           MOVE "DESTINO ANTES DA TRANSFERENCIA"
             TO REG-RELREP(49:30).
           WRITE REG-RELREP.
           MOVE SPACES TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE "TRANSFERENCIAS PROPOSTAS" TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE WRK-LINHA-CABEC TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE 1 TO WRK-IND-PAR.
           PERFORM 0240-ATENDER-NECESSIDADE
             UNTIL WRK-IND-PAR GREATER WRK-QTD-PAR.
           IF WRK-ACUM-PROPOSTAS EQUAL ZEROS
             MOVE "NENHUMA TRANSFERENCIA" TO REG-RELREP
             WRITE REG-RELREP
           END-IF.
           CLOSE PROPTRF.

      *    SEGUNDA PASSADA: O QUE FICOU DESCOBERTO VIRA COMPRA, NAO
      *    TRANSFERENCIA - VAI A PARTE PARA O COMPRADOR
           MOVE SPACES TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE "FILIAIS EM RISCO SEM SOBRA NA REDE (QTD = FALTA)"
             TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE WRK-LINHA-CABEC TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE 1 TO WRK-IND-PAR.
           PERFORM 0260-LISTAR-DESCOBERTA
             UNTIL WRK-IND-PAR GREATER WRK-QTD-PAR.
           IF WRK-ACUM-DESCOBERTAS EQUAL ZEROS
             MOVE "NENHUMA FILIAL" TO REG-RELREP
             WRITE REG-RELREP
           END-IF.
           CLOSE PRODUTOS.

           MOVE SPACES TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE "SALDOS POR FILIAL ANALISADOS..........."
             TO WRK-LC-ROTULO.
           MOVE WRK-QTD-PAR TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE "FILIAIS X PRODUTOS EM RISCO............"
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-RISCO TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE "TRANSFERENCIAS PROPOSTAS..............."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-PROPOSTAS TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE "UNIDADES PROPOSTAS....................."
             TO WRK-LC-ROTULO.
           MOVE WRK-TOT-QTD-PROPOSTA TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELREP.
           WRITE REG-RELREP.
           MOVE "EM RISCO SEM SOBRA NA REDE............."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-DESCOBERTAS TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELREP.
           WRITE REG-RELREP.
           CLOSE RELREP.

      *--- QUANTIDADE VENDIDA POR FILIAL E PRODUTO DENTRO DA JANELA ---
       0210-APURAR-VENDAS              SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV " - SEM GIRO NAO HA RISCO"
             GO TO 0210-APURAR-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             MOVE MOV-DATA TO WRK-DATA-SER-NUM
             PERFORM 0290-SERIAL-DE-DIAS
             COMPUTE WRK-DIAS-ATRAS = WRK-SERIAL-HOJE - WRK-SERIAL
             IF WRK-DIAS-ATRAS IS GREATER THAN OR EQUAL TO ZEROS
                AND WRK-DIAS-ATRAS LESS WRK-JANELA-DIAS
                AND MOV-FILIAL IS NUMERIC
               MOVE MOV-FILIAL TO WRK-FILIAL-BUSCA
               MOVE MOV-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 0280-LOCALIZAR-PAR
               IF PAR-NA-TABELA
                 ADD 1 TO WRK-ACUM-LIDOS
                 ADD MOV-QTD TO WRK-PAR-VENDIDO(WRK-IND-PAR)
               END-IF
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0210-APURAR-SAIDA.
           EXIT.

      *--- O QUE JA SAIU DE OUTRA FILIAL E AINDA NAO FOI RECEBIDO ---
       0220-APURAR-TRANSITO            SECTION.
           PERFORM 0149-OBTER-CAMINHO-TRANSFER.
           OPEN INPUT TRANSFER.
           IF FS-TRANSFER NOT EQUAL 0
             GO TO 0220-APURAR-SAIDA
           END-IF.
           READ TRANSFER NEXT RECORD.
           PERFORM UNTIL FS-TRANSFER NOT EQUAL 00
             IF TRF-EM-TRANSITO
               MOVE TRF-FILIAL-DEST TO WRK-FILIAL-BUSCA
               MOVE TRF-CODIGO      TO WRK-CODIGO-BUSCA
               PERFORM 0280-LOCALIZAR-PAR
               IF PAR-NA-TABELA
                 ADD TRF-QTD TO WRK-PAR-TRANSITO(WRK-IND-PAR)
               END-IF
             END-IF
             READ TRANSFER NEXT RECORD
           END-PERFORM.
           CLOSE TRANSFER.
       0220-APURAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0230-CLASSIFICAR-PAR: MEDIA = VENDIDO / JANELA; ALVO = MEDIA
      *  X DIAS DE ALVO. EM RISCO: VENDEU NA JANELA E SALDO + TRANSITO
      *  COBRE MENOS QUE A COBERTURA MINIMA - PRECISA DE ALVO - SALDO
      *  - TRANSITO. SOBRA: O QUE PASSA DO ALVO; SEM VENDA NA JANELA
      *  TODO O SALDO ESTA SOBRANDO NAQUELA FILIAL.
      *--------------------------------------------------------------
       0230-CLASSIFICAR-PAR            SECTION.
           COMPUTE WRK-PAR-MEDIA(WRK-IND-PAR) ROUNDED =
               WRK-PAR-VENDIDO(WRK-IND-PAR) / WRK-JANELA-DIAS
             ON SIZE ERROR
               MOVE 999,99 TO WRK-PAR-MEDIA(WRK-IND-PAR)
           END-COMPUTE.
           COMPUTE WRK-POSICAO =
               WRK-PAR-SALDO(WRK-IND-PAR)
               + WRK-PAR-TRANSITO(WRK-IND-PAR).
           IF WRK-PAR-VENDIDO(WRK-IND-PAR) EQUAL ZEROS
             MOVE 99999 TO WRK-PAR-COBERTURA(WRK-IND-PAR)
             MOVE WRK-PAR-SALDO(WRK-IND-PAR)
               TO WRK-PAR-SOBRA(WRK-IND-PAR)
             GO TO 0230-CLASSIFICAR-SAIDA
           END-IF.

           IF WRK-PAR-MEDIA(WRK-IND-PAR) EQUAL ZEROS
             MOVE 99999 TO WRK-PAR-COBERTURA(WRK-IND-PAR)
           ELSE
             COMPUTE WRK-PAR-COBERTURA(WRK-IND-PAR) =
                 WRK-POSICAO / WRK-PAR-MEDIA(WRK-IND-PAR)
               ON SIZE ERROR
                 MOVE 99999 TO WRK-PAR-COBERTURA(WRK-IND-PAR)
             END-COMPUTE
           END-IF.
           COMPUTE WRK-ESTOQUE-ALVO ROUNDED =
               WRK-PAR-MEDIA(WRK-IND-PAR) * WRK-DIAS-ALVO.
           IF WRK-ESTOQUE-ALVO EQUAL ZEROS
             MOVE 1 TO WRK-ESTOQUE-ALVO
           END-IF.

           IF WRK-PAR-COBERTURA(WRK-IND-PAR) LESS WRK-COBERT-MIN
             IF WRK-ESTOQUE-ALVO GREATER WRK-POSICAO
               COMPUTE WRK-PAR-NECESSID(WRK-IND-PAR) =
                   WRK-ESTOQUE-ALVO - WRK-POSICAO
               ADD 1 TO WRK-ACUM-RISCO
             END-IF
           ELSE
             IF WRK-PAR-SALDO(WRK-IND-PAR) GREATER WRK-ESTOQUE-ALVO
               COMPUTE WRK-PAR-SOBRA(WRK-IND-PAR) =
                   WRK-PAR-SALDO(WRK-IND-PAR) - WRK-ESTOQUE-ALVO
             END-IF
           END-IF.
       0230-CLASSIFICAR-SAIDA.
           ADD 1 TO WRK-IND-PAR.

      *--- CADA FILIAL EM RISCO PUXA DA MAIOR SOBRA DO PRODUTO ---
       0240-ATENDER-NECESSIDADE        SECTION.
           IF WRK-PAR-NECESSID(WRK-IND-PAR) EQUAL ZEROS
             GO TO 0240-ATENDER-SAIDA
           END-IF.
           MOVE WRK-PAR-CODIGO(WRK-IND-PAR) TO WRK-CODIGO-BUSCA.
           PERFORM 0270-LER-DESCRICAO.
           MOVE 1 TO WRK-IND-MAIOR.
           PERFORM UNTIL WRK-PAR-NECESSID(WRK-IND-PAR) EQUAL ZEROS
                      OR WRK-IND-MAIOR EQUAL ZEROS
             PERFORM 0245-PROCURAR-DOADORA
             IF WRK-IND-MAIOR GREATER ZEROS
               PERFORM 0250-GRAVAR-PROPOSTA
             END-IF
           END-PERFORM.
       0240-ATENDER-SAIDA.
           ADD 1 TO WRK-IND-PAR.

       0245-PROCURAR-DOADORA           SECTION.
           MOVE ZEROS TO WRK-IND-MAIOR.
           MOVE 1     TO WRK-IND-DOA.
           PERFORM UNTIL WRK-IND-DOA GREATER WRK-QTD-PAR
             IF WRK-PAR-CODIGO(WRK-IND-DOA) EQUAL WRK-CODIGO-BUSCA
                AND WRK-PAR-FILIAL(WRK-IND-DOA)
                    NOT EQUAL WRK-PAR-FILIAL(WRK-IND-PAR)
                AND WRK-PAR-SOBRA(WRK-IND-DOA) GREATER ZEROS
               IF WRK-IND-MAIOR EQUAL ZEROS
                 MOVE WRK-IND-DOA TO WRK-IND-MAIOR
               ELSE
                 IF WRK-PAR-SOBRA(WRK-IND-DOA)
                    GREATER WRK-PAR-SOBRA(WRK-IND-MAIOR)
                   MOVE WRK-IND-DOA TO WRK-IND-MAIOR
                 END-IF
               END-IF
             END-IF
             ADD 1 TO WRK-IND-DOA
           END-PERFORM.

       0250-GRAVAR-PROPOSTA            SECTION.
           IF WRK-PAR-SOBRA(WRK-IND-MAIOR)
              LESS WRK-PAR-NECESSID(WRK-IND-PAR)
             MOVE WRK-PAR-SOBRA(WRK-IND-MAIOR) TO WRK-QTD-PROPOSTA
           ELSE
             MOVE WRK-PAR-NECESSID(WRK-IND-PAR) TO WRK-QTD-PROPOSTA
           END-IF.
           SUBTRACT WRK-QTD-PROPOSTA FROM WRK-PAR-SOBRA(WRK-IND-MAIOR).
           SUBTRACT WRK-QTD-PROPOSTA FROM WRK-PAR-NECESSID(WRK-IND-PAR).

           MOVE DTM-AAAAMMDD                  TO PTR-DATA.
           MOVE WRK-PAR-CODIGO(WRK-IND-PAR)   TO PTR-CODIGO.
           MOVE WRK-DESCRICAO                 TO PTR-DESCRICAO.
           MOVE WRK-PAR-FILIAL(WRK-IND-MAIOR) TO PTR-FILIAL-ORIG.
           MOVE WRK-PAR-FILIAL(WRK-IND-PAR)   TO PTR-FILIAL-DEST.
           MOVE WRK-QTD-PROPOSTA              TO PTR-QTD.
           MOVE WRK-PAR-SALDO(WRK-IND-PAR)    TO PTR-SALDO-DEST.
           MOVE WRK-PAR-MEDIA(WRK-IND-PAR)    TO PTR-MEDIA-DEST.
           MOVE 'P'                           TO PTR-STATUS.
           MOVE ZEROS                         TO PTR-NUM-TRANSF.
           MOVE SPACES                        TO PTR-SUPERVISOR.
           WRITE REG-PROPTRF.
           ADD 1 TO WRK-ACUM-PROPOSTAS.
           ADD WRK-QTD-PROPOSTA TO WRK-TOT-QTD-PROPOSTA.

           MOVE WRK-PAR-FILIAL(WRK-IND-MAIOR) TO WRK-LD-ORIG.
           PERFORM 0265-LINHA-DETALHE.

       0260-LISTAR-DESCOBERTA          SECTION.
           IF WRK-PAR-NECESSID(WRK-IND-PAR) GREATER ZEROS
             MOVE WRK-PAR-CODIGO(WRK-IND-PAR) TO WRK-CODIGO-BUSCA
             PERFORM 0270-LER-DESCRICAO
             MOVE WRK-PAR-NECESSID(WRK-IND-PAR) TO WRK-QTD-PROPOSTA
             MOVE ZEROS TO WRK-LD-ORIG
             PERFORM 0265-LINHA-DETALHE
             ADD 1 TO WRK-ACUM-DESCOBERTAS
           END-IF.
           ADD 1 TO WRK-IND-PAR.

       0265-LINHA-DETALHE              SECTION.
           MOVE WRK-PAR-CODIGO(WRK-IND-PAR)    TO WRK-LD-CODIGO.
           MOVE WRK-DESCRICAO                  TO WRK-LD-DESCR.
           MOVE WRK-PAR-FILIAL(WRK-IND-PAR)    TO WRK-LD-DEST.
           MOVE WRK-QTD-PROPOSTA               TO WRK-LD-QTD.
           MOVE WRK-PAR-SALDO(WRK-IND-PAR)     TO WRK-LD-SALDO.
           MOVE WRK-PAR-TRANSITO(WRK-IND-PAR)  TO WRK-LD-TRANSITO.
           MOVE WRK-PAR-MEDIA(WRK-IND-PAR)     TO WRK-LD-MEDIA.
           MOVE WRK-PAR-COBERTURA(WRK-IND-PAR) TO WRK-LD-COBERT.
           MOVE WRK-LINHA-DET TO REG-RELREP.
           WRITE REG-RELREP.

       0270-LER-DESCRICAO              SECTION.
           MOVE WRK-CODIGO-BUSCA TO PROD-CODIGO.
           READ PRODUTOS KEY IS PROD-CODIGO
             INVALID KEY
               MOVE "PRODUTO NAO CADASTRADO" TO WRK-DESCRICAO
             NOT INVALID KEY
               MOVE PROD-DESCRICAO TO WRK-DESCRICAO
           END-READ.

       0280-LOCALIZAR-PAR              SECTION.
           MOVE 1   TO WRK-IND-PAR.
           MOVE "N" TO WRK-SW-PAR.
           PERFORM UNTIL WRK-IND-PAR GREATER WRK-QTD-PAR
                      OR PAR-NA-TABELA
             IF WRK-PAR-FILIAL(WRK-IND-PAR) EQUAL WRK-FILIAL-BUSCA
                AND WRK-PAR-CODIGO(WRK-IND-PAR) EQUAL WRK-CODIGO-BUSCA
               SET PAR-NA-TABELA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-PAR
             END-IF
           END-PERFORM.

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

           COPY "CAMPRODP.cpy".
           COPY "CAMESTP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMTRFP.cpy".
           COPY "CAMPTRP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "TRANSFERENCIAS PROPOSTAS: " WRK-ACUM-PROPOSTAS.
               DISPLAY "EM RISCO SEM COBERTURA..: "
                       WRK-ACUM-DESCOBERTAS.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELREP.
               DISPLAY "CONFIRME AS TRANSFERENCIAS PELO PRD036".
               MOVE "PRD035"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-PROPOSTAS   TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS       TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-QTD-PROPOSTA TO LOG-HASH.
               MOVE "PROPOSTA DE REPOSICAO ENTRE FILIAIS"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
