       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD046.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: RECALL DE LOTE - DADO O PRODUTO E O NUMERO DO
      *==            LOTE, LISTA NO RELATORIO DATADO (RELGER) CADA
      *==            NOTA QUE LEVOU UNIDADE DO LOTE, COM O CLIENTE E O
      *==            TELEFONE DO CADASTRO, A QUANTIDADE SAIDA E A JA
      *==            DEVOLVIDA. A NOTA VEM DA LINHA DE VENDA/ENTREGA
      *==            (MOV-LOTE) E, PARA O COMPONENTE DE KIT, DO EFEITO
      *==            L DO NOTAEFE; NOTA CANCELADA (NOTACANC) NAO ENTRA
      *==            E NOTA SEM LINHA NO VENDMOV (MOVIMENTO JA
      *==            ARQUIVADO) SAI COM O CLIENTE NAO LOCALIZADO.
      *==            DEPOIS MOSTRA O SALDO DO LOTE POR FILIAL
      *==            (ENTRADAS - SAIDAS + DEVOLUCOES DE CLIENTE -
      *==            DEVOLUCOES AO FORNECEDOR) CONTRA O SALDO DA
      *==            EMPRESA NO LOTES.DAT; A DIFERENCA (TRANSFERENCIA,
      *==            PERDA, ENTRADA ANTERIOR AO CONTROLE POR LOTE) SAI
      *==            COMO NAO ATRIBUIDA A FILIAL. POR FIM O SUPERVISOR
      *==            PODE BLOQUEAR O LOTE (LOTEBLQ.DAT) - A VENDA DO
      *==            PROGRAMA15 E A ENTREGA DO PROGRAMA44 DEIXAM DE
      *==            CONSUMI-LO. EXECUCAO NO BATCHLOG COM AS UNIDADES
      *==            SAIDAS EM LOG-HASH.
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

           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT LOTES ASSIGN TO WRK-CAMINHO-LOTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

           SELECT LOTEBLQ ASSIGN TO WRK-CAMINHO-LOTEBLQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTEBLQ.

           SELECT NOTAEFE ASSIGN TO WRK-CAMINHO-NOTAEFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAEFE.

           SELECT NOTACANC ASSIGN TO WRK-CAMINHO-NOTACANC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTACANC.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT DEVOLUCAO ASSIGN TO WRK-CAMINHO-DEVOLUCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCAO.

           SELECT ENTRADAS ASSIGN TO WRK-CAMINHO-ENTRADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADAS.

           SELECT DEVFOR ASSIGN TO WRK-CAMINHO-DEVFOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVFOR.

           SELECT RELRECALL ASSIGN TO WRK-CAMINHO-RELRECALL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELRECALL.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
       FD  LOTES.
           COPY "LOTES.cpy".
       FD  LOTEBLQ.
           COPY "LOTEBLQ.cpy".
       FD  NOTAEFE.
           COPY "NOTAEFE.cpy".
       FD  NOTACANC.
           COPY "NOTACANC.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  DEVOLUCAO.
           COPY "DEVOLUCA.cpy".
       FD  ENTRADAS.
           COPY "ENTRADAS.cpy".
       FD  DEVFOR.
           COPY "DEVFOR.cpy".
       FD  RELRECALL.
       01  REG-RELRECALL       PIC X(132).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMARQ.cpy".
           COPY "CAMLTS.cpy".
           COPY "CAMLBQ.cpy".
           COPY "CAMNEF.cpy".
           COPY "CAMNCA.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMDEV.cpy".
           COPY "CAMFOR.cpy".
           COPY "CAMDVF.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
           COPY "RELGER.cpy".
           COPY "OPESSAO.cpy".
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-LOTES        PIC 9(02) VALUE ZEROS.
       77  FS-LOTEBLQ      PIC 9(02) VALUE ZEROS.
       77  FS-NOTAEFE      PIC 9(02) VALUE ZEROS.
       77  FS-NOTACANC     PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-DEVOLUCAO    PIC 9(02) VALUE ZEROS.
       77  FS-ENTRADAS     PIC 9(02) VALUE ZEROS.
       77  FS-DEVFOR       PIC 9(02) VALUE ZEROS.
       77  FS-RELRECALL    PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELRECALL PIC X(100) VALUE SPACES.

      *-------------------- LOTE PESQUISADO ----------------------------
       77  WRK-CODIGO      PIC 9(05) VALUE ZEROS.
       77  WRK-DESCRICAO   PIC X(30) VALUE SPACES.
       77  WRK-LOTE        PIC X(10) VALUE SPACES.
       77  WRK-VALIDADE    PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO-LOTES PIC 9(07) VALUE ZEROS.
       77  WRK-SW-LOTE     PIC X(01) VALUE "N".
           88 LOTE-CADASTRADO       VALUE "S".
       77  WRK-SW-BLOQ     PIC X(01) VALUE "N".
           88 LOTE-JA-BLOQUEADO     VALUE "S".
       77  WRK-BLOQUEAR    PIC X(01) VALUE "N".
           88 BLOQUEAR-LOTE         VALUE "S" "s".
       77  WRK-MOTIVO      PIC X(40) VALUE SPACES.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.

      *-------------------- NOTAS QUE LEVARAM O LOTE -------------------
      *    QTD-MOV = UNIDADES NA LINHA DA NOTA (MOV-LOTE); QTD-EFE =
      *    UNIDADES NO EFEITO L (A LINHA DIRETA TAMBEM GERA EFEITO L,
      *    ENTAO O EFEITO SO CONTA QUANDO NAO HA LINHA DIRETA - KIT)
       01  WRK-TAB-NOTA.
           05 WRK-NTR-ITEM OCCURS 2000 TIMES.
              10 WRK-NTR-FILIAL    PIC 9(02).
              10 WRK-NTR-NOTA      PIC X(04).
              10 WRK-NTR-DATA      PIC 9(08).
              10 WRK-NTR-CLIENTE   PIC 9(04).
              10 WRK-NTR-QTD-MOV   PIC 9(05).
              10 WRK-NTR-QTD-EFE   PIC 9(05).
              10 WRK-NTR-QTD-DEV   PIC 9(05).
              10 WRK-NTR-TEM-MOV   PIC X(01).
              10 WRK-NTR-CANCEL    PIC X(01).
       77  WRK-QTD-NTR     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-NTR     PIC 9(04) VALUE 2000.
       77  WRK-IND-NTR     PIC 9(04) VALUE ZEROS.
       77  WRK-BUSCA-FILIAL PIC 9(02) VALUE ZEROS.
       77  WRK-BUSCA-NOTA  PIC X(04) VALUE SPACES.
       77  WRK-BUSCA-DATA  PIC 9(08) VALUE ZEROS.
       77  WRK-SW-NTR      PIC X(01) VALUE "N".
           88 NOTA-NA-TABELA        VALUE "S".
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".
       77  WRK-QTD-NOTA    PIC 9(05) VALUE ZEROS.
       77  WRK-SW-CLI      PIC X(01) VALUE "N".
           88 CLIENTES-ABERTO       VALUE "S".

      *-------------------- SALDO DO LOTE POR FILIAL -------------------
      *    INDICE = FILIAL + 1
       01  WRK-TAB-FILIAL.
           05 WRK-FIL-ITEM OCCURS 100 TIMES.
              10 WRK-FIL-ENT       PIC S9(07).
              10 WRK-FIL-SAI       PIC S9(07).
              10 WRK-FIL-DEV       PIC S9(07).
              10 WRK-FIL-DVF       PIC S9(07).
       77  WRK-IND-FIL     PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-FIL   PIC S9(07) VALUE ZEROS.
       77  WRK-SOMA-FIL    PIC S9(07) VALUE ZEROS.
       77  WRK-NAO-ATRIB   PIC S9(07) VALUE ZEROS.
       77  WRK-FILIAL-IMP  PIC 9(02) VALUE ZEROS.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-NOTAS  PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-SAIDAS PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-DEVOL  PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-LIDOS  PIC 9(06) VALUE ZEROS.

      *-------------------- LINHAS DO RELATORIO ------------------------
       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(16) VALUE "RECALL DE LOTE -".
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-CODIGO    PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LT-DESCR     PIC X(30).
           05 FILLER           PIC X(07) VALUE " LOTE: ".
           05 WRK-LT-LOTE      PIC X(10).
           05 FILLER           PIC X(12) VALUE " VALIDADE: ".
           05 WRK-LT-VALIDADE  PIC 9(08).
           05 FILLER           PIC X(04) VALUE " EM ".
           05 WRK-LT-DATA      PIC 9(08).

       01  WRK-LINHA-CAB-NOTA.
           05 FILLER PIC X(07) VALUE "FILIAL".
           05 FILLER PIC X(06) VALUE "NOTA".
           05 FILLER PIC X(10) VALUE "DATA".
           05 FILLER PIC X(06) VALUE "ORIG".
           05 FILLER PIC X(07) VALUE "  SAIDA".
           05 FILLER PIC X(07) VALUE "  DEVOL".
           05 FILLER PIC X(07) VALUE "CLIENTE".
           05 FILLER PIC X(22) VALUE "NOME".
           05 FILLER PIC X(11) VALUE "TELEFONE".

       01  WRK-LINHA-NOTA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LN-FILIAL    PIC 9(02).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LN-NOTA      PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LN-DATA      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LN-ORIGEM    PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-SAIDA     PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-DEVOL     PIC ZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LN-CLIENTE   PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-NOME      PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LN-TEL       PIC X(11).

       01  WRK-LINHA-TOT-NOTA.
           05 FILLER           PIC X(15) VALUE "TOTAL DE NOTAS:".
           05 WRK-TN-NOTAS     PIC ZZZZZ9.
           05 FILLER           PIC X(18) VALUE "  UNIDADES SAIDAS:".
           05 WRK-TN-SAIDAS    PIC ZZZZZZ9.
           05 FILLER           PIC X(13) VALUE "  DEVOLVIDAS:".
           05 WRK-TN-DEVOL     PIC ZZZZZZ9.

       01  WRK-LINHA-CAB-FIL.
           05 FILLER PIC X(16) VALUE "FILIAL".
           05 FILLER PIC X(09) VALUE " ENTRADAS".
           05 FILLER PIC X(09) VALUE "   SAIDAS".
           05 FILLER PIC X(09) VALUE "   DEVOL.".
           05 FILLER PIC X(09) VALUE " DEV.FORN".
           05 FILLER PIC X(09) VALUE "    SALDO".

       01  WRK-LINHA-FIL.
           05 WRK-LF-FILIAL    PIC X(16).
           05 WRK-LF-QTD       PIC -ZZZZZZ9 OCCURS 5 TIMES.

       01  WRK-LINHA-SITUACAO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           MOVE DTM-AAAAMMDD TO WRK-DATA-HOJE.

           DISPLAY "CODIGO DO PRODUTO............ "
             ACCEPT WRK-CODIGO.
           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             GOBACK
           END-IF.
           MOVE WRK-CODIGO TO PROD-CODIGO.
           READ PRODUTOS KEY IS PROD-CODIGO
             INVALID KEY
               DISPLAY "PRODUTO NAO CADASTRADO"
               CLOSE PRODUTOS
               GOBACK
           END-READ.
           MOVE PROD-DESCRICAO TO WRK-DESCRICAO.
           CLOSE PRODUTOS.
           DISPLAY "  " WRK-DESCRICAO.

           DISPLAY "NUMERO DO LOTE............... "
             ACCEPT WRK-LOTE.
           IF WRK-LOTE EQUAL SPACES
             DISPLAY "LOTE NAO INFORMADO"
             GOBACK
           END-IF.

           PERFORM 0110-LER-LOTES.
           IF NOT LOTE-CADASTRADO
             DISPLAY "LOTE " WRK-LOTE " NAO CONSTA NO LOTES.DAT PARA O "
                     "PRODUTO - RASTREIO SEGUE PELO MOVIMENTO"
           END-IF.
           PERFORM 0115-LER-BLOQUEIOS.

           MOVE ZEROS TO WRK-TAB-FILIAL.

           MOVE "RECALL" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELRECALL.
           OPEN OUTPUT RELRECALL.
           IF FS-RELRECALL NOT EQUAL 0
             DISPLAY "RELATORIO DO RECALL NAO FOI ABERTO - STATUS "
                     FS-RELRECALL
             GOBACK
           END-IF.

      *--- SALDO DA EMPRESA NO LOTE (PODE HAVER MAIS DE UMA LINHA) --
       0110-LER-LOTES                  SECTION.
           PERFORM 0154-OBTER-CAMINHO-LOTES.
           OPEN INPUT LOTES.
           IF FS-LOTES NOT EQUAL 0
             GO TO 0110-LER-SAIDA
           END-IF.
           READ LOTES NEXT RECORD.
           PERFORM UNTIL FS-LOTES NOT EQUAL 00
             IF LOT-CODIGO EQUAL WRK-CODIGO
                AND LOT-NUMERO EQUAL WRK-LOTE
               SET LOTE-CADASTRADO TO TRUE
               ADD LOT-QTD TO WRK-SALDO-LOTES
               MOVE LOT-VALIDADE TO WRK-VALIDADE
             END-IF
             READ LOTES NEXT RECORD
           END-PERFORM.
           CLOSE LOTES.
       0110-LER-SAIDA.
           EXIT.

       0115-LER-BLOQUEIOS              SECTION.
           PERFORM 0199-OBTER-CAMINHO-LOTEBLQ.
           OPEN INPUT LOTEBLQ.
           IF FS-LOTEBLQ NOT EQUAL 0
             GO TO 0115-LER-SAIDA
           END-IF.
           READ LOTEBLQ NEXT RECORD.
           PERFORM UNTIL FS-LOTEBLQ NOT EQUAL 00
             IF LBQ-CODIGO EQUAL WRK-CODIGO
                AND LBQ-NUMERO EQUAL WRK-LOTE
               SET LOTE-JA-BLOQUEADO TO TRUE
             END-IF
             READ LOTEBLQ NEXT RECORD
           END-PERFORM.
           CLOSE LOTEBLQ.
       0115-LER-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-LER-EFEITOS.
           PERFORM 0215-LER-VENDAS.
           PERFORM 0220-LER-CANCELADAS.
           PERFORM 0225-LER-DEVOLUCOES.
           PERFORM 0230-LER-ENTRADAS.
           PERFORM 0235-LER-DEVFOR.
           IF CARGA-TRANSBORDOU
             DISPLAY "MAIS DE " WRK-MAX-NTR " NOTAS NO LOTE - "
                     "RELATORIO INCOMPLETO"
           END-IF.

           MOVE WRK-CODIGO    TO WRK-LT-CODIGO.
           MOVE WRK-DESCRICAO TO WRK-LT-DESCR.
           MOVE WRK-LOTE      TO WRK-LT-LOTE.
           MOVE WRK-VALIDADE  TO WRK-LT-VALIDADE.
           MOVE WRK-DATA-HOJE TO WRK-LT-DATA.
           MOVE WRK-LINHA-TITULO TO REG-RELRECALL.
           WRITE REG-RELRECALL.
           IF LOTE-JA-BLOQUEADO
             MOVE "LOTE JA BLOQUEADO PARA VENDA" TO REG-RELRECALL
             WRITE REG-RELRECALL
           END-IF.
           MOVE SPACES TO REG-RELRECALL.
           WRITE REG-RELRECALL.

           PERFORM 0250-LISTAR-NOTAS.
           PERFORM 0260-LISTAR-FILIAIS.
           CLOSE RELRECALL.

           DISPLAY "NOTAS COM O LOTE: " WRK-ACUM-NOTAS
                   " - UNIDADES SAIDAS: " WRK-ACUM-SAIDAS.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELRECALL.

           IF LOTE-JA-BLOQUEADO
             DISPLAY "LOTE JA BLOQUEADO PARA VENDA"
           ELSE
             PERFORM 0270-BLOQUEAR-LOTE
           END-IF.

      *-------------------------------------------------------------
      *  0210-LER-EFEITOS: O EFEITO L DO NOTAEFE E GRAVADO POR
      *  UNIDADE, INCLUSIVE PARA O COMPONENTE DE KIT, QUE NAO TEM
      *  LINHA PROPRIA NO VENDMOV.
      *-------------------------------------------------------------
       0210-LER-EFEITOS                SECTION.
           PERFORM 0177-OBTER-CAMINHO-NOTAEFE.
           OPEN INPUT NOTAEFE.
           IF FS-NOTAEFE NOT EQUAL 0
             GO TO 0210-LER-SAIDA
           END-IF.
           READ NOTAEFE NEXT RECORD.
           PERFORM UNTIL FS-NOTAEFE NOT EQUAL 00
             IF NEF-BAIXA-LOTE
                AND NEF-CODIGO EQUAL WRK-CODIGO
                AND NEF-REFERENCIA EQUAL WRK-LOTE
               ADD 1 TO WRK-ACUM-LIDOS
               MOVE NEF-FILIAL TO WRK-BUSCA-FILIAL
               MOVE NEF-NOTA   TO WRK-BUSCA-NOTA
               MOVE NEF-DATA   TO WRK-BUSCA-DATA
               PERFORM 0280-INCLUIR-NOTA
               IF NOTA-NA-TABELA
                 ADD NEF-QTD TO WRK-NTR-QTD-EFE(WRK-IND-NTR)
               END-IF
             END-IF
             READ NOTAEFE NEXT RECORD
           END-PERFORM.
           CLOSE NOTAEFE.
       0210-LER-SAIDA.
           EXIT.

      *--- LINHA DIRETA DO LOTE E CLIENTE DAS NOTAS DO EFEITO --
       0215-LER-VENDAS                 SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             GO TO 0215-LER-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             MOVE MOV-FILIAL TO WRK-BUSCA-FILIAL
             MOVE MOV-NOTA   TO WRK-BUSCA-NOTA
             MOVE MOV-DATA   TO WRK-BUSCA-DATA
             IF MOV-CODIGO EQUAL WRK-CODIGO
                AND MOV-LOTE EQUAL WRK-LOTE
               ADD 1 TO WRK-ACUM-LIDOS
               PERFORM 0280-INCLUIR-NOTA
               IF NOTA-NA-TABELA
                 ADD MOV-QTD TO WRK-NTR-QTD-MOV(WRK-IND-NTR)
               END-IF
             ELSE
               PERFORM 0285-LOCALIZAR-NOTA
             END-IF
             IF NOTA-NA-TABELA
               MOVE "S" TO WRK-NTR-TEM-MOV(WRK-IND-NTR)
               MOVE MOV-ID-CLIENTE TO WRK-NTR-CLIENTE(WRK-IND-NTR)
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0215-LER-SAIDA.
           EXIT.

      *--- NOTA CANCELADA NAO TEM MAIS LINHA NO VENDMOV, MAS O
      *--- EFEITO L PERMANECE - O NOTACANC DIZ QUE ELA NAO SAIU
       0220-LER-CANCELADAS             SECTION.
           PERFORM 0178-OBTER-CAMINHO-NOTACANC.
           OPEN INPUT NOTACANC.
           IF FS-NOTACANC NOT EQUAL 0
             GO TO 0220-LER-SAIDA
           END-IF.
           READ NOTACANC NEXT RECORD.
           PERFORM UNTIL FS-NOTACANC NOT EQUAL 00
             MOVE NCA-FILIAL     TO WRK-BUSCA-FILIAL
             MOVE NCA-NOTA       TO WRK-BUSCA-NOTA
             MOVE NCA-DATA-VENDA TO WRK-BUSCA-DATA
             PERFORM 0285-LOCALIZAR-NOTA
             IF NOTA-NA-TABELA
               MOVE "S" TO WRK-NTR-CANCEL(WRK-IND-NTR)
             END-IF
             READ NOTACANC NEXT RECORD
           END-PERFORM.
           CLOSE NOTACANC.
       0220-LER-SAIDA.
           EXIT.

      *--- A DEVOLUCAO CREDITADA NO LOTE ABATE A NOTA DE ORIGEM --
       0225-LER-DEVOLUCOES             SECTION.
           PERFORM 0133-OBTER-CAMINHO-DEVOLUCA.
           OPEN INPUT DEVOLUCAO.
           IF FS-DEVOLUCAO NOT EQUAL 0
             GO TO 0225-LER-SAIDA
           END-IF.
           READ DEVOLUCAO NEXT RECORD.
           PERFORM UNTIL FS-DEVOLUCAO NOT EQUAL 00
             IF DEV-CODIGO EQUAL WRK-CODIGO
                AND DEV-LOTE EQUAL WRK-LOTE
               ADD 1 TO WRK-ACUM-LIDOS
               MOVE DEV-FILIAL TO WRK-IND-FIL
               ADD 1 TO WRK-IND-FIL
               ADD DEV-QTD TO WRK-FIL-DEV(WRK-IND-FIL)
               ADD DEV-QTD TO WRK-ACUM-DEVOL
               MOVE "N" TO WRK-SW-NTR
               MOVE 1 TO WRK-IND-NTR
               PERFORM UNTIL WRK-IND-NTR GREATER WRK-QTD-NTR
                          OR NOTA-NA-TABELA
                 IF WRK-NTR-FILIAL(WRK-IND-NTR) EQUAL DEV-FILIAL
                    AND WRK-NTR-NOTA(WRK-IND-NTR) EQUAL DEV-NOTA
                    AND WRK-NTR-DATA(WRK-IND-NTR) NOT GREATER DEV-DATA
                   SET NOTA-NA-TABELA TO TRUE
                   ADD DEV-QTD TO WRK-NTR-QTD-DEV(WRK-IND-NTR)
                 ELSE
                   ADD 1 TO WRK-IND-NTR
                 END-IF
               END-PERFORM
             END-IF
             READ DEVOLUCAO NEXT RECORD
           END-PERFORM.
           CLOSE DEVOLUCAO.
       0225-LER-SAIDA.
           EXIT.

       0230-LER-ENTRADAS               SECTION.
           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           OPEN INPUT ENTRADAS.
           IF FS-ENTRADAS NOT EQUAL 0
             GO TO 0230-LER-SAIDA
           END-IF.
           READ ENTRADAS NEXT RECORD.
           PERFORM UNTIL FS-ENTRADAS NOT EQUAL 00
             IF ENT-CODIGO EQUAL WRK-CODIGO
                AND ENT-LOTE EQUAL WRK-LOTE
               ADD 1 TO WRK-ACUM-LIDOS
               MOVE ENT-FILIAL TO WRK-IND-FIL
               ADD 1 TO WRK-IND-FIL
               ADD ENT-QTD TO WRK-FIL-ENT(WRK-IND-FIL)
             END-IF
             READ ENTRADAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTRADAS.
       0230-LER-SAIDA.
           EXIT.

       0235-LER-DEVFOR                 SECTION.
           PERFORM 0176-OBTER-CAMINHO-DEVFOR.
           OPEN INPUT DEVFOR.
           IF FS-DEVFOR NOT EQUAL 0
             GO TO 0235-LER-SAIDA
           END-IF.
           READ DEVFOR NEXT RECORD.
           PERFORM UNTIL FS-DEVFOR NOT EQUAL 00
             IF DVF-CODIGO EQUAL WRK-CODIGO
                AND DVF-LOTE EQUAL WRK-LOTE
               ADD 1 TO WRK-ACUM-LIDOS
               MOVE DVF-FILIAL TO WRK-IND-FIL
               ADD 1 TO WRK-IND-FIL
               ADD DVF-QTD TO WRK-FIL-DVF(WRK-IND-FIL)
             END-IF
             READ DEVFOR NEXT RECORD
           END-PERFORM.
           CLOSE DEVFOR.
       0235-LER-SAIDA.
           EXIT.

      *-------------------------------------------------------------
      *  0250-LISTAR-NOTAS: UMA LINHA POR NOTA, COM O CLIENTE LIDO
      *  DO CADASTRO. A SAIDA DA NOTA TAMBEM ALIMENTA O SALDO DA
      *  FILIAL.
      *-------------------------------------------------------------
       0250-LISTAR-NOTAS               SECTION.
           MOVE WRK-LINHA-CAB-NOTA TO REG-RELRECALL.
           WRITE REG-RELRECALL.
           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 0
             SET CLIENTES-ABERTO TO TRUE
           END-IF.
           MOVE 1 TO WRK-IND-NTR.
           PERFORM UNTIL WRK-IND-NTR GREATER WRK-QTD-NTR
             IF WRK-NTR-CANCEL(WRK-IND-NTR) NOT EQUAL "S"
               PERFORM 0255-IMPRIMIR-NOTA
             END-IF
             ADD 1 TO WRK-IND-NTR
           END-PERFORM.
           IF CLIENTES-ABERTO
             CLOSE CLIENTES
           END-IF.
           IF WRK-ACUM-NOTAS EQUAL ZEROS
             MOVE "NENHUMA NOTA COM SAIDA DO LOTE" TO REG-RELRECALL
             WRITE REG-RELRECALL
           END-IF.
           MOVE WRK-ACUM-NOTAS  TO WRK-TN-NOTAS.
           MOVE WRK-ACUM-SAIDAS TO WRK-TN-SAIDAS.
           MOVE WRK-ACUM-DEVOL  TO WRK-TN-DEVOL.
           MOVE SPACES TO REG-RELRECALL.
           WRITE REG-RELRECALL.
           MOVE WRK-LINHA-TOT-NOTA TO REG-RELRECALL.
           WRITE REG-RELRECALL.
           MOVE SPACES TO REG-RELRECALL.
           WRITE REG-RELRECALL.

       0255-IMPRIMIR-NOTA              SECTION.
           MOVE SPACES TO WRK-LINHA-NOTA.
           IF WRK-NTR-QTD-MOV(WRK-IND-NTR) GREATER ZEROS
             MOVE WRK-NTR-QTD-MOV(WRK-IND-NTR) TO WRK-QTD-NOTA
             MOVE "VENDA" TO WRK-LN-ORIGEM
           ELSE
             MOVE WRK-NTR-QTD-EFE(WRK-IND-NTR) TO WRK-QTD-NOTA
             MOVE "KIT"   TO WRK-LN-ORIGEM
           END-IF.
           MOVE WRK-NTR-FILIAL(WRK-IND-NTR)  TO WRK-LN-FILIAL.
           MOVE WRK-NTR-NOTA(WRK-IND-NTR)    TO WRK-LN-NOTA.
           MOVE WRK-NTR-DATA(WRK-IND-NTR)    TO WRK-LN-DATA.
           MOVE WRK-QTD-NOTA                 TO WRK-LN-SAIDA.
           MOVE WRK-NTR-QTD-DEV(WRK-IND-NTR) TO WRK-LN-DEVOL.
           MOVE WRK-NTR-CLIENTE(WRK-IND-NTR) TO WRK-LN-CLIENTE.
           IF WRK-NTR-TEM-MOV(WRK-IND-NTR) NOT EQUAL "S"
             MOVE "NAO LOCALIZADO" TO WRK-LN-NOME
             GO TO 0255-IMPRIMIR-GRAVAR
           END-IF.
           IF WRK-NTR-CLIENTE(WRK-IND-NTR) EQUAL ZEROS
             MOVE "CONSUMIDOR" TO WRK-LN-NOME
             GO TO 0255-IMPRIMIR-GRAVAR
           END-IF.
           IF NOT CLIENTES-ABERTO
             GO TO 0255-IMPRIMIR-GRAVAR
           END-IF.
           MOVE WRK-NTR-CLIENTE(WRK-IND-NTR) TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               MOVE "FORA DO CADASTRO" TO WRK-LN-NOME
             NOT INVALID KEY
               MOVE REG-NOME TO WRK-LN-NOME
               MOVE REG-TEL  TO WRK-LN-TEL
           END-READ.
       0255-IMPRIMIR-GRAVAR.
           MOVE WRK-LINHA-NOTA TO REG-RELRECALL.
           WRITE REG-RELRECALL.
           ADD 1 TO WRK-ACUM-NOTAS.
           ADD WRK-QTD-NOTA TO WRK-ACUM-SAIDAS.
           MOVE WRK-NTR-FILIAL(WRK-IND-NTR) TO WRK-IND-FIL.
           ADD 1 TO WRK-IND-FIL.
           ADD WRK-QTD-NOTA TO WRK-FIL-SAI(WRK-IND-FIL).
       0255-IMPRIMIR-SAIDA.
           EXIT.

      *--- SALDO DERIVADO POR FILIAL CONTRA O LOTES.DAT --
       0260-LISTAR-FILIAIS             SECTION.
           MOVE "SALDO DO LOTE POR FILIAL" TO REG-RELRECALL.
           WRITE REG-RELRECALL.
           MOVE WRK-LINHA-CAB-FIL TO REG-RELRECALL.
           WRITE REG-RELRECALL.
           MOVE ZEROS TO WRK-SOMA-FIL.
           MOVE 1 TO WRK-IND-FIL.
           PERFORM UNTIL WRK-IND-FIL GREATER 100
             IF WRK-FIL-ENT(WRK-IND-FIL) NOT EQUAL ZEROS
                OR WRK-FIL-SAI(WRK-IND-FIL) NOT EQUAL ZEROS
                OR WRK-FIL-DEV(WRK-IND-FIL) NOT EQUAL ZEROS
                OR WRK-FIL-DVF(WRK-IND-FIL) NOT EQUAL ZEROS
               COMPUTE WRK-SALDO-FIL = WRK-FIL-ENT(WRK-IND-FIL)
                                     - WRK-FIL-SAI(WRK-IND-FIL)
                                     + WRK-FIL-DEV(WRK-IND-FIL)
                                     - WRK-FIL-DVF(WRK-IND-FIL)
               ADD WRK-SALDO-FIL TO WRK-SOMA-FIL
               COMPUTE WRK-FILIAL-IMP = WRK-IND-FIL - 1
               MOVE SPACES TO WRK-LF-FILIAL
               STRING "  FILIAL " WRK-FILIAL-IMP
                      DELIMITED BY SIZE INTO WRK-LF-FILIAL
               MOVE WRK-FIL-ENT(WRK-IND-FIL) TO WRK-LF-QTD(1)
               MOVE WRK-FIL-SAI(WRK-IND-FIL) TO WRK-LF-QTD(2)
               MOVE WRK-FIL-DEV(WRK-IND-FIL) TO WRK-LF-QTD(3)
               MOVE WRK-FIL-DVF(WRK-IND-FIL) TO WRK-LF-QTD(4)
               MOVE WRK-SALDO-FIL            TO WRK-LF-QTD(5)
               MOVE WRK-LINHA-FIL TO REG-RELRECALL
               WRITE REG-RELRECALL
             END-IF
             ADD 1 TO WRK-IND-FIL
           END-PERFORM.
           COMPUTE WRK-NAO-ATRIB = WRK-SALDO-LOTES - WRK-SOMA-FIL.
           MOVE ZEROS TO WRK-LF-QTD(1) WRK-LF-QTD(2) WRK-LF-QTD(3)
                         WRK-LF-QTD(4).
           MOVE "  SEM FILIAL"  TO WRK-LF-FILIAL.
           MOVE WRK-NAO-ATRIB  TO WRK-LF-QTD(5).
           MOVE WRK-LINHA-FIL TO REG-RELRECALL.
           WRITE REG-RELRECALL.
           MOVE "  LOTES.DAT"   TO WRK-LF-FILIAL.
           MOVE WRK-SALDO-LOTES TO WRK-LF-QTD(5).
           MOVE WRK-LINHA-FIL TO REG-RELRECALL.
           WRITE REG-RELRECALL.

      *-------------------------------------------------------------
      *  0270-BLOQUEAR-LOTE: RETIRAR O LOTE DE VENDA E DECISAO DO
      *  SUPERVISOR - FORA DO MENU O MODULO SIGNON IDENTIFICA O
      *  OPERADOR, COMO NA APROVACAO DE REMESSA DO PRD039.
      *-------------------------------------------------------------
       0270-BLOQUEAR-LOTE              SECTION.
           DISPLAY "BLOQUEAR O LOTE PARA VENDA? (S/N) "
             ACCEPT WRK-BLOQUEAR.
           IF NOT BLOQUEAR-LOTE
             GO TO 0270-BLOQUEAR-SAIDA
           END-IF.
           IF WRK-SESSAO-NIVEL IS NOT NUMERIC
              OR WRK-SESSAO-NIVEL LESS 2
             CALL "SIGNON"
           END-IF.
           IF WRK-SESSAO-NIVEL IS NOT NUMERIC
              OR WRK-SESSAO-NIVEL LESS 2
             DISPLAY "BLOQUEIO DE LOTE SO PARA SUPERVISOR"
             GO TO 0270-BLOQUEAR-SAIDA
           END-IF.
           DISPLAY "MOTIVO DO BLOQUEIO........... "
             ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO EQUAL SPACES
             DISPLAY "MOTIVO OBRIGATORIO - LOTE NAO BLOQUEADO"
             GO TO 0270-BLOQUEAR-SAIDA
           END-IF.

           PERFORM 0199-OBTER-CAMINHO-LOTEBLQ.
           OPEN EXTEND LOTEBLQ.
           IF FS-LOTEBLQ EQUAL 35
             OPEN OUTPUT LOTEBLQ
           END-IF.
           IF FS-LOTEBLQ NOT EQUAL 0
             DISPLAY "LOTES BLOQUEADOS NAO FOI ABERTO - STATUS "
                     FS-LOTEBLQ
             GO TO 0270-BLOQUEAR-SAIDA
           END-IF.
           MOVE WRK-CODIGO    TO LBQ-CODIGO.
           MOVE WRK-LOTE      TO LBQ-NUMERO.
           MOVE WRK-DATA-HOJE TO LBQ-DATA.
           MOVE WRK-MOTIVO    TO LBQ-MOTIVO.
           WRITE REG-LOTEBLQ.
           CLOSE LOTEBLQ.
           SET LOTE-JA-BLOQUEADO TO TRUE.
           DISPLAY "LOTE " WRK-LOTE " BLOQUEADO PARA VENDA POR "
                   WRK-SESSAO-OPERADOR.
       0270-BLOQUEAR-SAIDA.
           EXIT.

      *--- INCLUI A NOTA NA TABELA QUANDO AINDA NAO ESTA LA --
       0280-INCLUIR-NOTA               SECTION.
           PERFORM 0285-LOCALIZAR-NOTA.
           IF NOTA-NA-TABELA
             GO TO 0280-INCLUIR-SAIDA
           END-IF.
           IF WRK-QTD-NTR NOT LESS WRK-MAX-NTR
             SET CARGA-TRANSBORDOU TO TRUE
             GO TO 0280-INCLUIR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-NTR.
           MOVE WRK-QTD-NTR TO WRK-IND-NTR.
           MOVE ZEROS TO WRK-NTR-ITEM(WRK-IND-NTR).
           MOVE WRK-BUSCA-FILIAL TO WRK-NTR-FILIAL(WRK-IND-NTR).
           MOVE WRK-BUSCA-NOTA   TO WRK-NTR-NOTA(WRK-IND-NTR).
           MOVE WRK-BUSCA-DATA   TO WRK-NTR-DATA(WRK-IND-NTR).
           MOVE "N" TO WRK-NTR-TEM-MOV(WRK-IND-NTR).
           MOVE "N" TO WRK-NTR-CANCEL(WRK-IND-NTR).
           SET NOTA-NA-TABELA TO TRUE.
       0280-INCLUIR-SAIDA.
           EXIT.

       0285-LOCALIZAR-NOTA             SECTION.
           MOVE "N" TO WRK-SW-NTR.
           MOVE 1 TO WRK-IND-NTR.
           PERFORM UNTIL WRK-IND-NTR GREATER WRK-QTD-NTR
                      OR NOTA-NA-TABELA
             IF WRK-NTR-FILIAL(WRK-IND-NTR) EQUAL WRK-BUSCA-FILIAL
                AND WRK-NTR-NOTA(WRK-IND-NTR) EQUAL WRK-BUSCA-NOTA
                AND WRK-NTR-DATA(WRK-IND-NTR) EQUAL WRK-BUSCA-DATA
               SET NOTA-NA-TABELA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-NTR
             END-IF
           END-PERFORM.

           COPY "CAMPRODP.cpy".
           COPY "CAMARQP.cpy".
           COPY "CAMLTSP.cpy".
           COPY "CAMLBQP.cpy".
           COPY "CAMNEFP.cpy".
           COPY "CAMNCAP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMDEVP.cpy".
           COPY "CAMFORP.cpy".
           COPY "CAMDVFP.cpy".

       0300-FINALIZAR                  SECTION.
               MOVE "PRD046"          TO LOG-JOB.
               MOVE "S"               TO LOG-STATUS.
               MOVE WRK-ACUM-NOTAS    TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS    TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-SAIDAS   TO LOG-HASH.
               MOVE SPACES            TO LOG-BALANCE.
               IF LOTE-JA-BLOQUEADO
                 MOVE "RECALL DE LOTE - LOTE BLOQUEADO"
                   TO LOG-MENSAGEM
               ELSE
                 MOVE "RECALL DE LOTE" TO LOG-MENSAGEM
               END-IF.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
