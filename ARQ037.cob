       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ037.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: REVISAO MENSAL DO LIMITE DE CREDITO - PARA CADA
      *==            CLIENTE DO CREDCLI.DAT APURA NO PERIODO PEDIDO O
      *==            COMPORTAMENTO DE PAGAMENTO: AS PARCELAS DO
      *==            CONTAREC.DAT VENCIDAS NO PERIODO, COM O ATRASO DE
      *==            CADA UMA (DATA DO ULTIMO PAGAMENTO NO RECMOV.DAT
      *==            MENOS O VENCIMENTO; PARCELA AINDA ABERTA CONTA O
      *==            ATRASO ATE HOJE), O ATRASO MEDIO E O MAIOR ATRASO,
      *==            OS CHEQUES DEVOLVIDOS NO PERIODO (PROGRAMA39) E O
      *==            TOTAL COMPRADO (VENDMOV.DAT). PROPOE BLOQUEAR,
      *==            REDUZIR, MANTER OU AUMENTAR O LIMITE CONFORME AS
      *==            REGRAS ABAIXO, GRAVA AS PROPOSTAS PENDENTES EM
      *==            PROPCRD.DAT PARA A APROVACAO DO GERENTE DE CREDITO
      *==            NO ARQ038 (O CREDCLI NAO E TOCADO AQUI) E IMPRIME
      *==            O RELATORIO DATADO PELO RELGER. REGISTRA A
      *==            EXECUCAO NO BATCHLOG.
      *==
      *==            REGRAS (NA ORDEM):
      *==            BLOQUEAR - MAIOR ATRASO ACIMA DE 90 DIAS OU 2 OU
      *==                       MAIS CHEQUES DEVOLVIDOS (LIMITE MANTIDO)
      *==            REDUZIR  - ATRASO MEDIO ACIMA DE 15 DIAS OU UM
      *==                       CHEQUE DEVOLVIDO (LIMITE - 30%)
      *==            AUMENTAR - ATRASO MEDIO ATE 5 DIAS, MAIOR ATRASO
      *==                       ATE 15, NENHUM CHEQUE, 3 OU MAIS
      *==                       PARCELAS NO PERIODO E COMPRAS DE PELO
      *==                       MENOS METADE DO LIMITE (LIMITE + 20%)
      *==            MANTER   - DEMAIS CASOS
      *==            O DESBLOQUEIO DE CLIENTE BLOQUEADO CONTINUA
      *==            MANUAL (ARQ031).
      *==
      *==  15/10/2026 - JV - PARCELA RENEGOCIADA EM ACORDO (PROGRAMA80)
      *==            CONTA O ATRASO ATE HOJE, COMO A ABERTA - O ACORDO
      *==            NAO APAGA O ATRASO DA PARCELA ORIGINAL.
      *==  15/10/2026 - JV - PARCELA BAIXADA PARA PERDAS (PROGRAMA82)
      *==            TAMBEM CONTA O ATRASO ATE HOJE - A BAIXA
      *==            CONTABIL NAO LIMPA O HISTORICO DO CLIENTE.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CREDCLI ASSIGN TO WRK-CAMINHO-CREDCLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CREDCLI.

           SELECT CONTAREC ASSIGN TO WRK-CAMINHO-CONTAREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT RECMOV ASSIGN TO WRK-CAMINHO-RECMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECMOV.

           SELECT CHEQUES ASSIGN TO WRK-CAMINHO-CHEQUES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHEQUES.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT PROPCRD ASSIGN TO WRK-CAMINHO-PROPCRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPCRD.

           SELECT RELCRED ASSIGN TO WRK-CAMINHO-RELCRED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELCRED.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
       FD  CREDCLI.
           COPY "CREDCLI.cpy".
       FD  CONTAREC.
           COPY "CONTAREC.cpy".
       FD  RECMOV.
           COPY "RECMOV.cpy".
       FD  CHEQUES.
           COPY "CHEQUES.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  PROPCRD.
           COPY "PROPCRD.cpy".
       FD  RELCRED.
       01  REG-RELCRED         PIC X(110).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMARQ.cpy".
           COPY "CAMCRD.cpy".
           COPY "CAMCRC.cpy".
           COPY "CAMRCM.cpy".
           COPY "CAMCHQ.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMPCR.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CREDCLI      PIC 9(02) VALUE ZEROS.
       77  FS-CONTAREC     PIC 9(02) VALUE ZEROS.
       77  FS-RECMOV       PIC 9(02) VALUE ZEROS.
       77  FS-CHEQUES      PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-PROPCRD      PIC 9(02) VALUE ZEROS.
       77  FS-RELCRED      PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELCRED PIC X(100) VALUE SPACES.

      *--- PARAMETROS DA REVISAO ---
       77  WRK-JANELA-DIAS     PIC 9(03) VALUE ZEROS.
       77  WRK-ATRASO-BLOQUEIO PIC 9(04) VALUE 90.
       77  WRK-CHEQUES-BLOQUEIO PIC 9(02) VALUE 2.
       77  WRK-MEDIA-REDUCAO   PIC 9(03) VALUE 15.
       77  WRK-PERC-REDUCAO    PIC 9(03) VALUE 30.
       77  WRK-MEDIA-AUMENTO   PIC 9(03) VALUE 5.
       77  WRK-MAIOR-AUMENTO   PIC 9(04) VALUE 15.
       77  WRK-PARCELAS-AUMENTO PIC 9(04) VALUE 3.
       77  WRK-USO-AUMENTO     PIC 9(03) VALUE 50.
       77  WRK-PERC-AUMENTO    PIC 9(03) VALUE 20.

      *--- SERIAL DE DIAS CORRIDOS ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO   PIC 9(04).
           05 WRK-DS-MES   PIC 9(02).
           05 WRK-DS-DIA   PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL      PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-HOJE PIC 9(08) VALUE ZEROS.
       77  WRK-SERIAL-VENC PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRAS  PIC S9(05) VALUE ZEROS.
       77  WRK-RESTO-ANO   PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS PIC 9(03) OCCURS 12 TIMES.

      *------------ CLIENTES COM LIMITE E O COMPORTAMENTO APURADO ------
       01  WRK-TAB-CLI.
           05 WRK-CLI-ITEM OCCURS 500 TIMES.
              10 WRK-CLI-ID         PIC 9(04).
              10 WRK-CLI-LIMITE     PIC 9(08)V99.
              10 WRK-CLI-STATUS     PIC X(01).
              10 WRK-CLI-QTD-PARC   PIC 9(04).
              10 WRK-CLI-SOMA-ATRASO PIC 9(07).
              10 WRK-CLI-MAIOR      PIC 9(04).
              10 WRK-CLI-CHEQUES    PIC 9(02).
              10 WRK-CLI-COMPRAS    PIC 9(08)V99.
              10 WRK-CLI-ABERTO     PIC 9(08)V99.
       77  WRK-QTD-CLI     PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-CLI     PIC 9(03) VALUE 500.
       77  WRK-IND-CLI     PIC 9(03) VALUE ZEROS.
       77  WRK-SW-CLI      PIC X(01) VALUE "N".
           88 CLIENTE-NA-TABELA     VALUE "S".
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".
       77  WRK-ID-BUSCA    PIC 9(04) VALUE ZEROS.

      *------------ PARCELAS VENCIDAS NO PERIODO --------------------
       01  WRK-TAB-PARC.
           05 WRK-PARC-ITEM OCCURS 5000 TIMES.
              10 WRK-PARC-ID        PIC 9(04).
              10 WRK-PARC-NOTA      PIC X(04).
              10 WRK-PARC-NUM       PIC 9(02).
              10 WRK-PARC-IND-CLI   PIC 9(03).
              10 WRK-PARC-VENC      PIC 9(08).
              10 WRK-PARC-STATUS    PIC X(01).
              10 WRK-PARC-ULT-PAGTO PIC 9(08).
       77  WRK-QTD-PARC    PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-PARC    PIC 9(04) VALUE 5000.
       77  WRK-IND-PARC    PIC 9(04) VALUE ZEROS.
       77  WRK-SW-PARC     PIC X(01) VALUE "N".
           88 PARCELA-NA-TABELA     VALUE "S".
       77  WRK-SW-CARGA-PARC PIC X(01) VALUE "N".
           88 CARGA-PARC-TRANSBORDOU VALUE "S".
       77  WRK-ATRASO      PIC 9(05) VALUE ZEROS.

      *--- CALCULO DA PROPOSTA ---
       77  WRK-MEDIA-ATRASO PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-NOVO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-LIMITE-INT  PIC 9(08) VALUE ZEROS.
       77  WRK-USO-MINIMO  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ACAO        PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77  WRK-NOME        PIC X(20) VALUE SPACES.

       77  WRK-ACUM-LIDOS  PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-PROPOSTAS PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-AUMENTAR PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-MANTER PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-REDUZIR PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-BLOQUEAR PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-LIMITE-PROP PIC 9(11)V99 VALUE ZEROS.

       01  WRK-LINHA-PARAM.
           05 FILLER           PIC X(09) VALUE "PERIODO: ".
           05 WRK-LP-JANELA    PIC ZZ9.
           05 FILLER           PIC X(25) VALUE
              " DIAS ATE A DATA BASE DE ".
           05 WRK-LP-DATA      PIC 9(08).

       01  WRK-LINHA-CABEC.
           05 FILLER PIC X(05) VALUE "ID".
           05 FILLER PIC X(21) VALUE "NOME".
           05 FILLER PIC X(05) VALUE "PARC".
           05 FILLER PIC X(05) VALUE "MED".
           05 FILLER PIC X(06) VALUE "MAIOR".
           05 FILLER PIC X(04) VALUE "CHQ".
           05 FILLER PIC X(13) VALUE "     COMPRAS".
           05 FILLER PIC X(13) VALUE "  EM ABERTO".
           05 FILLER PIC X(13) VALUE "LIMITE ATUAL".
           05 FILLER PIC X(09) VALUE "ACAO".
           05 FILLER PIC X(13) VALUE "LIMITE PROP.".

       01  WRK-LINHA-DET.
           05 WRK-LD-ID        PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PARC      PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-MEDIA     PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-MAIOR     PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-CHEQUES   PIC Z9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-COMPRAS   PIC ZZZZZZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ABERTO    PIC ZZZZZZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-LIMITE    PIC ZZZZZZZ9,99.
           05 WRK-LD-BLOQ      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-ACAO      PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-LIM-PROP  PIC ZZZZZZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-MOTIVO    PIC X(30).

       01  WRK-LINHA-CONTAGEM.
           05 WRK-LC-ROTULO    PIC X(40).
           05 WRK-LC-QTD       PIC ZZZZ9.

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

           DISPLAY "PERIODO ANALISADO (DIAS, 0 = 180) "
             ACCEPT WRK-JANELA-DIAS.
           IF WRK-JANELA-DIAS EQUAL ZEROS
             MOVE 180 TO WRK-JANELA-DIAS
           END-IF.

           PERFORM 0141-OBTER-CAMINHO-CREDCLI.
           OPEN INPUT CREDCLI.
           IF FS-CREDCLI NOT EQUAL 0
             DISPLAY "CADASTRO DE CREDITO NAO FOI ABERTO - STATUS "
                     FS-CREDCLI
             GOBACK
           END-IF.
           READ CREDCLI NEXT RECORD.
           PERFORM UNTIL FS-CREDCLI NOT EQUAL 00
             IF WRK-QTD-CLI LESS WRK-MAX-CLI
               ADD 1 TO WRK-QTD-CLI
               MOVE CRD-ID-CLIENTE TO WRK-CLI-ID(WRK-QTD-CLI)
               MOVE CRD-LIMITE     TO WRK-CLI-LIMITE(WRK-QTD-CLI)
               MOVE CRD-STATUS     TO WRK-CLI-STATUS(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-CLI-QTD-PARC(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-CLI-SOMA-ATRASO(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-CLI-MAIOR(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-CLI-CHEQUES(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-CLI-COMPRAS(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-CLI-ABERTO(WRK-QTD-CLI)
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ CREDCLI NEXT RECORD
           END-PERFORM.
           CLOSE CREDCLI.
           IF CARGA-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-CLI " CLIENTES COM "
                     "LIMITE - OS EXCEDENTES FICAM SEM REVISAO"
           END-IF.

           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
             DISPLAY "CADASTRO DE CLIENTES NAO FOI ABERTO - STATUS "
                     FS-CLIENTES
             GOBACK
           END-IF.

           PERFORM 0189-OBTER-CAMINHO-PROPCRD.
           OPEN OUTPUT PROPCRD.
           IF FS-PROPCRD NOT EQUAL 0
             DISPLAY "ARQUIVO DE PROPOSTAS NAO FOI ABERTO - STATUS "
                     FS-PROPCRD
             CLOSE CLIENTES
             GOBACK
           END-IF.

           MOVE "REVCREDITO" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELCRED.
           OPEN OUTPUT RELCRED.
           IF FS-RELCRED NOT EQUAL 0
             DISPLAY "RELATORIO DE REVISAO DE CREDITO NAO FOI ABERTO"
                     " - STATUS " FS-RELCRED
             CLOSE CLIENTES
             CLOSE PROPCRD
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-APURAR-CONTAREC.
           PERFORM 0220-APURAR-PAGAMENTOS.
           MOVE 1 TO WRK-IND-PARC.
           PERFORM 0225-ACUMULAR-ATRASO
             UNTIL WRK-IND-PARC GREATER WRK-QTD-PARC.
           PERFORM 0230-APURAR-CHEQUES.
           PERFORM 0235-APURAR-COMPRAS.

           MOVE "REVISAO DO LIMITE DE CREDITO POR COMPORTAMENTO DE "
             TO REG-RELCRED.
           MOVE "PAGAMENTO" TO REG-RELCRED(51:9).
           WRITE REG-RELCRED.
           MOVE WRK-JANELA-DIAS TO WRK-LP-JANELA.
           MOVE DTM-AAAAMMDD    TO WRK-LP-DATA.
           MOVE WRK-LINHA-PARAM TO REG-RELCRED.
           WRITE REG-RELCRED.
           MOVE "MED/MAIOR = ATRASO MEDIO/MAIOR EM DIAS DAS PARCELAS "
             TO REG-RELCRED.
           MOVE "VENCIDAS NO PERIODO; B APOS O LIMITE = BLOQUEADO"
             TO REG-RELCRED(53:49).
           WRITE REG-RELCRED.
           MOVE SPACES TO REG-RELCRED.
           WRITE REG-RELCRED.
           MOVE WRK-LINHA-CABEC TO REG-RELCRED.
           WRITE REG-RELCRED.
           MOVE 1 TO WRK-IND-CLI.
           PERFORM 0240-PROPOR-CLIENTE
             UNTIL WRK-IND-CLI GREATER WRK-QTD-CLI.
           CLOSE PROPCRD.
           CLOSE CLIENTES.

           MOVE SPACES TO REG-RELCRED.
           WRITE REG-RELCRED.
           MOVE "CLIENTES REVISADOS....................."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-PROPOSTAS TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELCRED.
           WRITE REG-RELCRED.
           MOVE "PROPOSTA DE AUMENTO...................."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-AUMENTAR TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELCRED.
           WRITE REG-RELCRED.
           MOVE "LIMITE MANTIDO........................."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-MANTER TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELCRED.
           WRITE REG-RELCRED.
           MOVE "PROPOSTA DE REDUCAO...................."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-REDUZIR TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELCRED.
           WRITE REG-RELCRED.
           MOVE "PROPOSTA DE BLOQUEIO..................."
             TO WRK-LC-ROTULO.
           MOVE WRK-ACUM-BLOQUEAR TO WRK-LC-QTD.
           MOVE WRK-LINHA-CONTAGEM TO REG-RELCRED.
           WRITE REG-RELCRED.
           CLOSE RELCRED.

      *--- SALDO EM ABERTO E PARCELAS VENCIDAS NO PERIODO ---
       0210-APURAR-CONTAREC            SECTION.
           PERFORM 0124-OBTER-CAMINHO-CONTAREC.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC NOT EQUAL 0
             DISPLAY "CONTAS A RECEBER NAO FOI ABERTO - STATUS "
                     FS-CONTAREC " - SEM HISTORICO DE PARCELAS"
             GO TO 0210-APURAR-SAIDA
           END-IF.
           READ CONTAREC NEXT RECORD.
           PERFORM UNTIL FS-CONTAREC NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             MOVE CRC-ID-CLIENTE TO WRK-ID-BUSCA
             PERFORM 0280-LOCALIZAR-CLIENTE
             IF CLIENTE-NA-TABELA
               PERFORM 0215-REGISTRAR-PARCELA
             END-IF
             READ CONTAREC NEXT RECORD
           END-PERFORM.
           CLOSE CONTAREC.
           IF CARGA-PARC-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-PARC " PARCELAS NO "
                     "PERIODO - O ATRASO SAI DAS PRIMEIRAS"
           END-IF.
       0210-APURAR-SAIDA.
           EXIT.

       0215-REGISTRAR-PARCELA          SECTION.
           IF CRC-ABERTA
              AND CRC-VALOR GREATER CRC-VALOR-PAGO
             COMPUTE WRK-CLI-ABERTO(WRK-IND-CLI) =
                 WRK-CLI-ABERTO(WRK-IND-CLI)
                 + CRC-VALOR - CRC-VALOR-PAGO
           END-IF.

           MOVE CRC-VENCIMENTO TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           COMPUTE WRK-DIAS-ATRAS = WRK-SERIAL-HOJE - WRK-SERIAL.
           IF WRK-DIAS-ATRAS LESS ZEROS
              OR WRK-DIAS-ATRAS NOT LESS WRK-JANELA-DIAS
             GO TO 0215-REGISTRAR-SAIDA
           END-IF.
           IF WRK-QTD-PARC NOT LESS WRK-MAX-PARC
             SET CARGA-PARC-TRANSBORDOU TO TRUE
             GO TO 0215-REGISTRAR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-PARC.
           MOVE CRC-ID-CLIENTE TO WRK-PARC-ID(WRK-QTD-PARC).
           MOVE CRC-NOTA       TO WRK-PARC-NOTA(WRK-QTD-PARC).
           MOVE CRC-PARCELA    TO WRK-PARC-NUM(WRK-QTD-PARC).
           MOVE WRK-IND-CLI    TO WRK-PARC-IND-CLI(WRK-QTD-PARC).
           MOVE CRC-VENCIMENTO TO WRK-PARC-VENC(WRK-QTD-PARC).
           MOVE CRC-STATUS     TO WRK-PARC-STATUS(WRK-QTD-PARC).
           MOVE ZEROS          TO WRK-PARC-ULT-PAGTO(WRK-QTD-PARC).
       0215-REGISTRAR-SAIDA.
           EXIT.

      *--- DATA DO ULTIMO PAGAMENTO DE CADA PARCELA DO PERIODO ---
       0220-APURAR-PAGAMENTOS          SECTION.
           IF WRK-QTD-PARC EQUAL ZEROS
             GO TO 0220-APURAR-SAIDA
           END-IF.
           PERFORM 0143-OBTER-CAMINHO-RECMOV.
           OPEN INPUT RECMOV.
           IF FS-RECMOV NOT EQUAL 0
             DISPLAY "DIARIO DE RECEBIMENTOS NAO FOI ABERTO - STATUS "
                     FS-RECMOV " - QUITADAS CONTAM SEM ATRASO"
             GO TO 0220-APURAR-SAIDA
           END-IF.
           READ RECMOV NEXT RECORD.
           PERFORM UNTIL FS-RECMOV NOT EQUAL 00
             MOVE 1   TO WRK-IND-PARC
             MOVE "N" TO WRK-SW-PARC
             PERFORM UNTIL WRK-IND-PARC GREATER WRK-QTD-PARC
                        OR PARCELA-NA-TABELA
               IF WRK-PARC-ID(WRK-IND-PARC) EQUAL RCM-ID-CLIENTE
                  AND WRK-PARC-NOTA(WRK-IND-PARC) EQUAL RCM-NOTA
                  AND WRK-PARC-NUM(WRK-IND-PARC) EQUAL RCM-PARCELA
                 SET PARCELA-NA-TABELA TO TRUE
               ELSE
                 ADD 1 TO WRK-IND-PARC
               END-IF
             END-PERFORM
             IF PARCELA-NA-TABELA
                AND RCM-DATA GREATER WRK-PARC-ULT-PAGTO(WRK-IND-PARC)
               MOVE RCM-DATA TO WRK-PARC-ULT-PAGTO(WRK-IND-PARC)
             END-IF
             READ RECMOV NEXT RECORD
           END-PERFORM.
           CLOSE RECMOV.
       0220-APURAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0225-ACUMULAR-ATRASO: QUITADA = ULTIMO PAGAMENTO - VENCIMENTO
      *  (SEM PAGAMENTO NO DIARIO CONTA SEM ATRASO); ABERTA = HOJE -
      *  VENCIMENTO. PAGAMENTO ANTES DO VENCIMENTO E ATRASO ZERO.
      *--------------------------------------------------------------
       0225-ACUMULAR-ATRASO            SECTION.
           MOVE WRK-PARC-IND-CLI(WRK-IND-PARC) TO WRK-IND-CLI.
           MOVE WRK-PARC-VENC(WRK-IND-PARC) TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-VENC.
           MOVE ZEROS TO WRK-ATRASO.
           IF WRK-PARC-STATUS(WRK-IND-PARC) EQUAL 'A'
              OR WRK-PARC-STATUS(WRK-IND-PARC) EQUAL 'R'
              OR WRK-PARC-STATUS(WRK-IND-PARC) EQUAL 'P'
             IF WRK-SERIAL-HOJE GREATER WRK-SERIAL-VENC
               COMPUTE WRK-ATRASO = WRK-SERIAL-HOJE - WRK-SERIAL-VENC
             END-IF
           ELSE
             IF WRK-PARC-ULT-PAGTO(WRK-IND-PARC) GREATER ZEROS
               MOVE WRK-PARC-ULT-PAGTO(WRK-IND-PARC)
                 TO WRK-DATA-SER-NUM
               PERFORM 0290-SERIAL-DE-DIAS
               IF WRK-SERIAL GREATER WRK-SERIAL-VENC
                 COMPUTE WRK-ATRASO = WRK-SERIAL - WRK-SERIAL-VENC
               END-IF
             END-IF
           END-IF.
           ADD 1 TO WRK-CLI-QTD-PARC(WRK-IND-CLI).
           ADD WRK-ATRASO TO WRK-CLI-SOMA-ATRASO(WRK-IND-CLI).
           IF WRK-ATRASO GREATER WRK-CLI-MAIOR(WRK-IND-CLI)
             IF WRK-ATRASO GREATER 9999
               MOVE 9999 TO WRK-CLI-MAIOR(WRK-IND-CLI)
             ELSE
               MOVE WRK-ATRASO TO WRK-CLI-MAIOR(WRK-IND-CLI)
             END-IF
           END-IF.
           ADD 1 TO WRK-IND-PARC.

      *--- CHEQUES DEVOLVIDOS (PROGRAMA39) COM BOM-PARA NO PERIODO ---
       0230-APURAR-CHEQUES             SECTION.
           PERFORM 0135-OBTER-CAMINHO-CHEQUES.
           OPEN INPUT CHEQUES.
           IF FS-CHEQUES NOT EQUAL 0
             GO TO 0230-APURAR-SAIDA
           END-IF.
           READ CHEQUES NEXT RECORD.
           PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
             IF CHQ-DEVOLVIDO
               MOVE CHQ-BOM-PARA TO WRK-DATA-SER-NUM
               PERFORM 0290-SERIAL-DE-DIAS
               COMPUTE WRK-DIAS-ATRAS = WRK-SERIAL-HOJE - WRK-SERIAL
               IF WRK-DIAS-ATRAS IS GREATER THAN OR EQUAL TO ZEROS
                  AND WRK-DIAS-ATRAS LESS WRK-JANELA-DIAS
                 MOVE CHQ-ID-CLIENTE TO WRK-ID-BUSCA
                 PERFORM 0280-LOCALIZAR-CLIENTE
                 IF CLIENTE-NA-TABELA
                    AND WRK-CLI-CHEQUES(WRK-IND-CLI) LESS 99
                   ADD 1 TO WRK-CLI-CHEQUES(WRK-IND-CLI)
                 END-IF
               END-IF
             END-IF
             READ CHEQUES NEXT RECORD
           END-PERFORM.
           CLOSE CHEQUES.
       0230-APURAR-SAIDA.
           EXIT.

      *--- TOTAL COMPRADO NO PERIODO (A VISTA E A PRAZO) ---
       0235-APURAR-COMPRAS             SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV " - COMPRAS ZERADAS"
             GO TO 0235-APURAR-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             IF MOV-ID-CLIENTE IS NUMERIC
                AND MOV-ID-CLIENTE GREATER ZEROS
               MOVE MOV-DATA TO WRK-DATA-SER-NUM
               PERFORM 0290-SERIAL-DE-DIAS
               COMPUTE WRK-DIAS-ATRAS = WRK-SERIAL-HOJE - WRK-SERIAL
               IF WRK-DIAS-ATRAS IS GREATER THAN OR EQUAL TO ZEROS
                  AND WRK-DIAS-ATRAS LESS WRK-JANELA-DIAS
                 MOVE MOV-ID-CLIENTE TO WRK-ID-BUSCA
                 PERFORM 0280-LOCALIZAR-CLIENTE
                 IF CLIENTE-NA-TABELA
                   ADD MOV-VALOR TO WRK-CLI-COMPRAS(WRK-IND-CLI)
                 END-IF
               END-IF
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0235-APURAR-SAIDA.
           EXIT.

      *--- APLICA AS REGRAS E GRAVA A PROPOSTA DO CLIENTE ---
       0240-PROPOR-CLIENTE             SECTION.
           MOVE ZEROS TO WRK-MEDIA-ATRASO.
           IF WRK-CLI-QTD-PARC(WRK-IND-CLI) GREATER ZEROS
             COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                 WRK-CLI-SOMA-ATRASO(WRK-IND-CLI)
                 / WRK-CLI-QTD-PARC(WRK-IND-CLI)
               ON SIZE ERROR
                 MOVE 999 TO WRK-MEDIA-ATRASO
             END-COMPUTE
           END-IF.
           MOVE WRK-CLI-LIMITE(WRK-IND-CLI) TO WRK-LIMITE-NOVO.
           COMPUTE WRK-USO-MINIMO ROUNDED =
               WRK-CLI-LIMITE(WRK-IND-CLI) * WRK-USO-AUMENTO / 100.

           EVALUATE TRUE
             WHEN WRK-CLI-MAIOR(WRK-IND-CLI)
                  GREATER WRK-ATRASO-BLOQUEIO
               MOVE 'B' TO WRK-ACAO
               MOVE "ATRASO MAXIMO ACIMA DO TETO" TO WRK-MOTIVO
             WHEN WRK-CLI-CHEQUES(WRK-IND-CLI)
                  NOT LESS WRK-CHEQUES-BLOQUEIO
               MOVE 'B' TO WRK-ACAO
               MOVE "CHEQUES DEVOLVIDOS NO PERIODO" TO WRK-MOTIVO
             WHEN WRK-MEDIA-ATRASO GREATER WRK-MEDIA-REDUCAO
               MOVE 'R' TO WRK-ACAO
               MOVE "ATRASO MEDIO ACIMA DO TETO" TO WRK-MOTIVO
             WHEN WRK-CLI-CHEQUES(WRK-IND-CLI) GREATER ZEROS
               MOVE 'R' TO WRK-ACAO
               MOVE "CHEQUE DEVOLVIDO NO PERIODO" TO WRK-MOTIVO
             WHEN WRK-MEDIA-ATRASO NOT GREATER WRK-MEDIA-AUMENTO
                  AND WRK-CLI-MAIOR(WRK-IND-CLI)
                      NOT GREATER WRK-MAIOR-AUMENTO
                  AND WRK-CLI-QTD-PARC(WRK-IND-CLI)
                      NOT LESS WRK-PARCELAS-AUMENTO
                  AND WRK-CLI-LIMITE(WRK-IND-CLI) GREATER ZEROS
                  AND WRK-CLI-COMPRAS(WRK-IND-CLI)
                      NOT LESS WRK-USO-MINIMO
                  AND WRK-CLI-STATUS(WRK-IND-CLI) NOT EQUAL 'B'
               MOVE 'A' TO WRK-ACAO
               MOVE "BOM PAGADOR USANDO O LIMITE" TO WRK-MOTIVO
             WHEN WRK-CLI-QTD-PARC(WRK-IND-CLI) EQUAL ZEROS
               MOVE 'M' TO WRK-ACAO
               MOVE "SEM PARCELAS NO PERIODO" TO WRK-MOTIVO
             WHEN OTHER
               MOVE 'M' TO WRK-ACAO
               MOVE "COMPORTAMENTO DENTRO DA REGRA" TO WRK-MOTIVO
           END-EVALUATE.

      *    LIMITES NOVOS EM REAIS INTEIROS
           IF WRK-ACAO EQUAL 'R'
             COMPUTE WRK-LIMITE-INT ROUNDED =
                 WRK-CLI-LIMITE(WRK-IND-CLI)
                 * (100 - WRK-PERC-REDUCAO) / 100
             MOVE WRK-LIMITE-INT TO WRK-LIMITE-NOVO
           END-IF.
           IF WRK-ACAO EQUAL 'A'
             COMPUTE WRK-LIMITE-INT ROUNDED =
                 WRK-CLI-LIMITE(WRK-IND-CLI)
                 * (100 + WRK-PERC-AUMENTO) / 100
               ON SIZE ERROR
                 MOVE 'M' TO WRK-ACAO
                 MOVE "LIMITE JA NO MAXIMO DO CAMPO" TO WRK-MOTIVO
               NOT ON SIZE ERROR
                 MOVE WRK-LIMITE-INT TO WRK-LIMITE-NOVO
             END-COMPUTE
           END-IF.

           MOVE WRK-CLI-ID(WRK-IND-CLI) TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO WRK-NOME
             NOT INVALID KEY
               MOVE REG-NOME TO WRK-NOME
           END-READ.

           MOVE DTM-AAAAMMDD                  TO PCR-DATA.
           MOVE WRK-CLI-ID(WRK-IND-CLI)       TO PCR-ID-CLIENTE.
           MOVE WRK-NOME                      TO PCR-NOME.
           MOVE WRK-CLI-QTD-PARC(WRK-IND-CLI) TO PCR-QTD-PARCELAS.
           MOVE WRK-MEDIA-ATRASO              TO PCR-MEDIA-ATRASO.
           MOVE WRK-CLI-MAIOR(WRK-IND-CLI)    TO PCR-MAIOR-ATRASO.
           MOVE WRK-CLI-CHEQUES(WRK-IND-CLI)  TO PCR-CHEQUES-DEV.
           MOVE WRK-CLI-COMPRAS(WRK-IND-CLI)  TO PCR-TOTAL-COMPRAS.
           MOVE WRK-CLI-ABERTO(WRK-IND-CLI)   TO PCR-SALDO-ABERTO.
           MOVE WRK-CLI-LIMITE(WRK-IND-CLI)   TO PCR-LIMITE-ATUAL.
           MOVE WRK-CLI-STATUS(WRK-IND-CLI)   TO PCR-STATUS-ATUAL.
           MOVE WRK-ACAO                      TO PCR-ACAO.
           MOVE WRK-LIMITE-NOVO               TO PCR-LIMITE-PROPOSTO.
           MOVE WRK-MOTIVO                    TO PCR-MOTIVO.
           MOVE 'P'                           TO PCR-SITUACAO.
           MOVE SPACES                        TO PCR-APROVADOR.
           WRITE REG-PROPCRD.
           ADD 1 TO WRK-ACUM-PROPOSTAS.
           ADD WRK-LIMITE-NOVO TO WRK-TOT-LIMITE-PROP.

           EVALUATE WRK-ACAO
             WHEN 'A'
               ADD 1 TO WRK-ACUM-AUMENTAR
               MOVE "AUMENTAR" TO WRK-LD-ACAO
             WHEN 'R'
               ADD 1 TO WRK-ACUM-REDUZIR
               MOVE "REDUZIR " TO WRK-LD-ACAO
             WHEN 'B'
               ADD 1 TO WRK-ACUM-BLOQUEAR
               MOVE "BLOQUEAR" TO WRK-LD-ACAO
             WHEN OTHER
               ADD 1 TO WRK-ACUM-MANTER
               MOVE "MANTER  " TO WRK-LD-ACAO
           END-EVALUATE.
           MOVE PCR-ID-CLIENTE      TO WRK-LD-ID.
           MOVE PCR-NOME            TO WRK-LD-NOME.
           MOVE PCR-QTD-PARCELAS    TO WRK-LD-PARC.
           MOVE PCR-MEDIA-ATRASO    TO WRK-LD-MEDIA.
           MOVE PCR-MAIOR-ATRASO    TO WRK-LD-MAIOR.
           MOVE PCR-CHEQUES-DEV     TO WRK-LD-CHEQUES.
           MOVE PCR-TOTAL-COMPRAS   TO WRK-LD-COMPRAS.
           MOVE PCR-SALDO-ABERTO    TO WRK-LD-ABERTO.
           MOVE PCR-LIMITE-ATUAL    TO WRK-LD-LIMITE.
           MOVE SPACES TO WRK-LD-BLOQ.
           IF PCR-STATUS-ATUAL EQUAL 'B'
             MOVE "B" TO WRK-LD-BLOQ
           END-IF.
           MOVE PCR-LIMITE-PROPOSTO TO WRK-LD-LIM-PROP.
           MOVE PCR-MOTIVO          TO WRK-LD-MOTIVO.
           MOVE WRK-LINHA-DET TO REG-RELCRED.
           WRITE REG-RELCRED.
           ADD 1 TO WRK-IND-CLI.

       0280-LOCALIZAR-CLIENTE          SECTION.
           MOVE 1   TO WRK-IND-CLI.
           MOVE "N" TO WRK-SW-CLI.
           PERFORM UNTIL WRK-IND-CLI GREATER WRK-QTD-CLI
                      OR CLIENTE-NA-TABELA
             IF WRK-CLI-ID(WRK-IND-CLI) EQUAL WRK-ID-BUSCA
               SET CLIENTE-NA-TABELA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-CLI
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

           COPY "CAMARQP.cpy".
           COPY "CAMCRDP.cpy".
           COPY "CAMCRCP.cpy".
           COPY "CAMRCMP.cpy".
           COPY "CAMCHQP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMPCRP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "CLIENTES REVISADOS.....: " WRK-ACUM-PROPOSTAS.
               DISPLAY "AUMENTAR/MANTER........: " WRK-ACUM-AUMENTAR
                       "/" WRK-ACUM-MANTER.
               DISPLAY "REDUZIR/BLOQUEAR.......: " WRK-ACUM-REDUZIR
                       "/" WRK-ACUM-BLOQUEAR.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELCRED.
               DISPLAY "APROVE AS PROPOSTAS PELO ARQ038".
               MOVE "ARQ037"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-PROPOSTAS  TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS      TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-LIMITE-PROP TO LOG-HASH.
               MOVE "REVISAO DO LIMITE DE CREDITO" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
