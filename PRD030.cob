       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD030.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: DEVOLUCAO AO FORNECEDOR - ACHA A ENTRADA ORIGINAL
      *==            DO PRD007 NO ENTRADAS.DAT PELO FORNECEDOR E PELO
      *==            DOCUMENTO, MOSTRA OS ITENS COM O QUE AINDA PODE
      *==            VOLTAR (RECEBIDO MENOS O JA DEVOLVIDO) E O
      *==            OPERADOR ESCOLHE ITENS E QUANTIDADES. NA
      *==            CONFIRMACAO BAIXA O SALDO DO CADASTRO (TIRANDO DO
      *==            CUSTO MEDIO O VALOR AO CUSTO DA NOTA), O SALDO DA
      *==            FILIAL RECEBEDORA (ESTFILIA.DAT) E O DO LOTE
      *==            (LOTES.DAT), ABATE O VALOR DA DUPLICATA EM ABERTO
      *==            DO MESMO DOCUMENTO NO CONTAPAG.DAT (O QUE NAO
      *==            COUBER FICA COMO CREDITO PENDENTE COM O
      *==            FORNECEDOR), GRAVA AS LINHAS NUMERADAS NO
      *==            DEVFOR.DAT - DE ONDE O PROGRAMA54 ESTORNA O
      *==            CREDITO DE ICMS DA ENTRADA - E EMITE O DOCUMENTO
      *==            DE DEVOLUCAO PELO RELGER.
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

           SELECT FORNECEDORES ASSIGN TO WRK-CAMINHO-FORNECED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-ID
               FILE STATUS IS FS-FORNECEDORES.

           SELECT ENTRADAS ASSIGN TO WRK-CAMINHO-ENTRADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADAS.

           SELECT DEVFOR ASSIGN TO WRK-CAMINHO-DEVFOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVFOR.

           SELECT CONTAPAG ASSIGN TO WRK-CAMINHO-CONTAPAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAPAG.

           SELECT ESTFILIA ASSIGN TO WRK-CAMINHO-ESTFILIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTFILIA.

           SELECT LOTES ASSIGN TO WRK-CAMINHO-LOTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

           SELECT RELDEVFOR ASSIGN TO WRK-CAMINHO-RELDEVFOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELDEVFOR.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  FORNECEDORES.
           COPY "FORNECED.cpy".
       FD  ENTRADAS.
           COPY "ENTRADAS.cpy".
       FD  DEVFOR.
           COPY "DEVFOR.cpy".
       FD  CONTAPAG.
           COPY "CONTAPAG.cpy".
       FD  ESTFILIA.
           COPY "ESTFILIA.cpy".
       FD  LOTES.
           COPY "LOTES.cpy".
       FD  RELDEVFOR.
       01  REG-RELDEVFOR       PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMFOR.cpy".
           COPY "CAMDVF.cpy".
           COPY "CAMCAP.cpy".
           COPY "CAMEST.cpy".
           COPY "CAMLTS.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
           COPY "OPESSAO.cpy".
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-ENTRADAS     PIC 9(02) VALUE ZEROS.
       77  FS-DEVFOR       PIC 9(02) VALUE ZEROS.
       77  FS-CONTAPAG     PIC 9(02) VALUE ZEROS.
       77  FS-ESTFILIA     PIC 9(02) VALUE ZEROS.
       77  FS-LOTES        PIC 9(02) VALUE ZEROS.
       77  FS-RELDEVFOR    PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELDEVFOR PIC X(100) VALUE SPACES.

      *--- VARIAVEIS DE ENTRADA DE DADOS ---
       77  WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       77  WRK-DOCUMENTO   PIC X(10) VALUE SPACES.
       77  WRK-NOME-FORNECEDOR PIC X(30) VALUE SPACES.
       77  WRK-ITEM        PIC 9(03) VALUE ZEROS.
       77  WRK-QTD         PIC 9(05) VALUE ZEROS.
       77  WRK-LOTE        PIC X(10) VALUE SPACES.
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-FILIAL      PIC 9(02) VALUE 01.
       77  WRK-FILIAL-ENV  PIC X(02) VALUE SPACES.

      *--- ITENS DA ENTRADA ORIGINAL ---
       01  WRK-TAB-ITENS.
           05 WRK-IT-ITEM OCCURS 100 TIMES.
              10 WRK-IT-CODIGO     PIC 9(05).
              10 WRK-IT-DATA       PIC 9(08).
              10 WRK-IT-QTD        PIC 9(05).
              10 WRK-IT-CUSTO      PIC 9(05)V99.
              10 WRK-IT-FILIAL     PIC 9(02).
              10 WRK-IT-DEVOLVIDO  PIC 9(05).
              10 WRK-IT-DEVOLVER   PIC 9(05).
              10 WRK-IT-LOTE       PIC X(10).
       77  WRK-QTD-ITENS   PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-ITENS   PIC 9(03) VALUE 100.
       77  WRK-IND-ITEM    PIC 9(03) VALUE ZEROS.
       77  WRK-DISPONIVEL  PIC 9(05) VALUE ZEROS.
       77  WRK-SW-ITEM     PIC X(01) VALUE "N".
           88 ITEM-ACHADO           VALUE "S".
       77  WRK-QTD-ESCOLHIDOS PIC 9(03) VALUE ZEROS.

      *--- SALDOS POR FILIAL ---
       01  WRK-TAB-ESTFIL.
           05 WRK-EST-ITEM OCCURS 500 TIMES.
              10 WRK-EST-FILIAL   PIC 9(02).
              10 WRK-EST-CODIGO   PIC 9(05).
              10 WRK-EST-QTD      PIC 9(05).
       77  WRK-QTD-ESTFIL  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-ESTFIL  PIC 9(03) VALUE 500.
       77  WRK-IND-ESTFIL  PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ESTFIL   PIC X(01) VALUE "N".
           88 SALDO-FILIAL-ACHADO   VALUE "S".
       77  WRK-SW-CARGA-EST PIC X(01) VALUE "N".
           88 ESTFILIA-TRANSBORDOU  VALUE "S".

      *--- SALDOS POR LOTE ---
       01  WRK-TAB-LOTES.
           05 WRK-LOT-ITEM OCCURS 500 TIMES.
              10 WRK-LOT-CODIGO   PIC 9(05).
              10 WRK-LOT-NUMERO   PIC X(10).
              10 WRK-LOT-VALIDADE PIC 9(08).
              10 WRK-LOT-QTD      PIC 9(05).
       77  WRK-QTD-LOTES   PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-LOTES   PIC 9(03) VALUE 500.
       77  WRK-IND-LOTE    PIC 9(03) VALUE ZEROS.
       77  WRK-SW-LOTE     PIC X(01) VALUE "N".
           88 LOTE-ACHADO           VALUE "S".
       77  WRK-SW-CARGA-LOT PIC X(01) VALUE "N".
           88 LOTES-TRANSBORDOU     VALUE "S".
       77  WRK-SW-ALT-LOT  PIC X(01) VALUE "N".
           88 LOTES-ALTERADOS       VALUE "S".

      *--- DUPLICATAS DO CONTAS A PAGAR ---
       01  WRK-TAB-DUPLICATAS.
           05 WRK-DUP-REG OCCURS 500 TIMES PIC X(77).
       77  WRK-QTD-DUPLICATAS PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DUPLICATAS PIC 9(03) VALUE 500.
       77  WRK-IND-DUPLICATA  PIC 9(03) VALUE ZEROS.
       77  WRK-SW-DUPLICATA   PIC X(01) VALUE "N".
           88 DUPLICATA-ACHADA         VALUE "S".
       77  WRK-SW-CARGA-DUP   PIC X(01) VALUE "N".
           88 DUPLICATAS-TRANSBORDOU   VALUE "S".

      *--- CALCULOS DA DEVOLUCAO ---
       77  WRK-NUM-DEVOLUCAO PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ITEM  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEVOLUCAO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SALDO-DUPLICATA PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-ABATIDO   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CREDITO-PENDENTE PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-ESTOQUE PIC S9(10)V99 VALUE ZEROS.
       77  WRK-SITUACAO-CAP PIC X(01) VALUE SPACES.
       77  WRK-ACUM-LINHAS PIC 9(04) VALUE ZEROS.

       01  WRK-LINHA-ITEM.
           05 WRK-LI-ITEM      PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LI-CODIGO    PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LI-DESCR     PIC X(25).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LI-QTD       PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LI-CUSTO     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LI-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LI-LOTE      PIC X(10).

       01  WRK-LINHA-VALOR.
           05 WRK-LV-ROTULO    PIC X(40).
           05 WRK-LV-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.

           IF WRK-SESSAO-FILIAL IS NUMERIC
              AND WRK-SESSAO-FILIAL GREATER ZEROS
             MOVE WRK-SESSAO-FILIAL TO WRK-FILIAL
           ELSE
             ACCEPT WRK-FILIAL-ENV FROM ENVIRONMENT "FILIAL"
             IF WRK-FILIAL-ENV IS NUMERIC
                AND WRK-FILIAL-ENV NOT EQUAL "00"
               MOVE WRK-FILIAL-ENV TO WRK-FILIAL
             END-IF
           END-IF.

           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 0
             DISPLAY "CADASTRO DE FORNECEDORES NAO FOI ABERTO - "
                     "STATUS " FS-FORNECEDORES
             GOBACK
           END-IF.
           DISPLAY "ID DO FORNECEDOR............ "
             ACCEPT WRK-FORNECEDOR.
           MOVE WRK-FORNECEDOR TO FOR-ID.
           READ FORNECEDORES KEY IS FOR-ID
             INVALID KEY
               DISPLAY "FORNECEDOR NAO CADASTRADO"
               CLOSE FORNECEDORES
               GOBACK
             NOT INVALID KEY
               DISPLAY "FORNECEDOR: " FOR-NOME
               MOVE FOR-NOME TO WRK-NOME-FORNECEDOR
           END-READ.
           CLOSE FORNECEDORES.

           DISPLAY "DOCUMENTO DA ENTRADA........ "
             ACCEPT WRK-DOCUMENTO.

           PERFORM 0110-CARREGAR-ENTRADA.
           IF WRK-QTD-ITENS EQUAL ZEROS
             DISPLAY "NENHUMA ENTRADA DO FORNECEDOR COM ESTE "
                     "DOCUMENTO"
             GOBACK
           END-IF.
           PERFORM 0115-DESCONTAR-DEVOLVIDO.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             GOBACK
           END-IF.

           DISPLAY "ITENS DA ENTRADA (DISPONIVEL = RECEBIDO MENOS "
                   "JA DEVOLVIDO):".
           MOVE 1 TO WRK-IND-ITEM.
           PERFORM 0120-MOSTRAR-ITEM
             UNTIL WRK-IND-ITEM GREATER WRK-QTD-ITENS.

      *--- ITENS DO DOCUMENTO NO DIARIO DE ENTRADAS ---
       0110-CARREGAR-ENTRADA           SECTION.
           OPEN INPUT ENTRADAS.
           IF FS-ENTRADAS NOT EQUAL 0
             DISPLAY "DIARIO DE ENTRADAS NAO FOI ABERTO - STATUS "
                     FS-ENTRADAS
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ ENTRADAS NEXT RECORD.
           PERFORM UNTIL FS-ENTRADAS NOT EQUAL 00
             IF ENT-FORNECEDOR EQUAL WRK-FORNECEDOR
                AND ENT-DOCUMENTO EQUAL WRK-DOCUMENTO
                AND WRK-QTD-ITENS LESS WRK-MAX-ITENS
               ADD 1 TO WRK-QTD-ITENS
               MOVE ENT-CODIGO     TO WRK-IT-CODIGO(WRK-QTD-ITENS)
               MOVE ENT-DATA       TO WRK-IT-DATA(WRK-QTD-ITENS)
               MOVE ENT-QTD        TO WRK-IT-QTD(WRK-QTD-ITENS)
               MOVE ENT-CUSTO-UNIT TO WRK-IT-CUSTO(WRK-QTD-ITENS)
               IF ENT-FILIAL IS NUMERIC
                  AND ENT-FILIAL GREATER ZEROS
                 MOVE ENT-FILIAL   TO WRK-IT-FILIAL(WRK-QTD-ITENS)
               ELSE
                 MOVE 01           TO WRK-IT-FILIAL(WRK-QTD-ITENS)
               END-IF
               MOVE ZEROS          TO WRK-IT-DEVOLVIDO(WRK-QTD-ITENS)
               MOVE ZEROS          TO WRK-IT-DEVOLVER(WRK-QTD-ITENS)
               MOVE SPACES         TO WRK-IT-LOTE(WRK-QTD-ITENS)
             END-IF
             READ ENTRADAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTRADAS.
       0110-CARREGAR-SAIDA.
           EXIT.

      *--- DEVOLUCOES ANTERIORES DO MESMO DOCUMENTO REDUZEM O QUE ---
      *--- AINDA PODE VOLTAR; DE QUEBRA ACHA O PROXIMO NUMERO      ---
       0115-DESCONTAR-DEVOLVIDO        SECTION.
           MOVE ZEROS TO WRK-NUM-DEVOLUCAO.
           PERFORM 0176-OBTER-CAMINHO-DEVFOR.
           OPEN INPUT DEVFOR.
           IF FS-DEVFOR EQUAL 0
             READ DEVFOR NEXT RECORD
             PERFORM UNTIL FS-DEVFOR NOT EQUAL 00
               IF DVF-NUMERO GREATER WRK-NUM-DEVOLUCAO
                 MOVE DVF-NUMERO TO WRK-NUM-DEVOLUCAO
               END-IF
               IF DVF-FORNECEDOR EQUAL WRK-FORNECEDOR
                  AND DVF-DOCUMENTO EQUAL WRK-DOCUMENTO
                 PERFORM 0116-ABATER-ITEM
               END-IF
               READ DEVFOR NEXT RECORD
             END-PERFORM
             CLOSE DEVFOR
           END-IF.
           ADD 1 TO WRK-NUM-DEVOLUCAO.

       0116-ABATER-ITEM                SECTION.
           MOVE 1   TO WRK-IND-ITEM.
           MOVE "N" TO WRK-SW-ITEM.
           PERFORM UNTIL WRK-IND-ITEM GREATER WRK-QTD-ITENS
                      OR ITEM-ACHADO
             IF WRK-IT-CODIGO(WRK-IND-ITEM) EQUAL DVF-CODIGO
                AND WRK-IT-DATA(WRK-IND-ITEM) EQUAL DVF-DATA-ENTRADA
                AND WRK-IT-DEVOLVIDO(WRK-IND-ITEM) LESS
                    WRK-IT-QTD(WRK-IND-ITEM)
               SET ITEM-ACHADO TO TRUE
               ADD DVF-QTD TO WRK-IT-DEVOLVIDO(WRK-IND-ITEM)
             ELSE
               ADD 1 TO WRK-IND-ITEM
             END-IF
           END-PERFORM.

       0120-MOSTRAR-ITEM               SECTION.
           MOVE WRK-IT-CODIGO(WRK-IND-ITEM) TO PROD-CODIGO.
           READ PRODUTOS KEY IS PROD-CODIGO
             INVALID KEY
               MOVE "PRODUTO FORA DO CADASTRO" TO PROD-DESCRICAO
           END-READ.
           PERFORM 0125-CALCULAR-DISPONIVEL.
           DISPLAY WRK-IND-ITEM " - " WRK-IT-CODIGO(WRK-IND-ITEM)
                   " " PROD-DESCRICAO
                   " RECEBIDO " WRK-IT-QTD(WRK-IND-ITEM)
                   " DISPONIVEL " WRK-DISPONIVEL
                   " CUSTO " WRK-IT-CUSTO(WRK-IND-ITEM).
           ADD 1 TO WRK-IND-ITEM.

       0125-CALCULAR-DISPONIVEL        SECTION.
           MOVE ZEROS TO WRK-DISPONIVEL.
           IF WRK-IT-QTD(WRK-IND-ITEM) GREATER
                WRK-IT-DEVOLVIDO(WRK-IND-ITEM)
             COMPUTE WRK-DISPONIVEL =
                 WRK-IT-QTD(WRK-IND-ITEM)
                 - WRK-IT-DEVOLVIDO(WRK-IND-ITEM)
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE 999 TO WRK-ITEM.
           PERFORM 0210-ESCOLHER-ITEM UNTIL WRK-ITEM EQUAL ZEROS.

           IF WRK-QTD-ESCOLHIDOS EQUAL ZEROS
             DISPLAY "NENHUM ITEM ESCOLHIDO - DEVOLUCAO CANCELADA"
             CLOSE PRODUTOS
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           DISPLAY "VALOR DA DEVOLUCAO AO CUSTO DA NOTA: "
                   WRK-TOTAL-DEVOLUCAO.
           DISPLAY "CONFIRMA A DEVOLUCAO? (S/N) "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND WRK-CONFIRMA NOT EQUAL "s"
             DISPLAY "DEVOLUCAO CANCELADA PELO OPERADOR"
             MOVE ZEROS TO WRK-QTD-ESCOLHIDOS
             CLOSE PRODUTOS
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           PERFORM 0230-CARREGAR-SALDOS.

           MOVE 1 TO WRK-IND-ITEM.
           PERFORM 0220-BAIXAR-ITEM
             UNTIL WRK-IND-ITEM GREATER WRK-QTD-ITENS.
           CLOSE PRODUTOS.

           PERFORM 0240-ABATER-DUPLICATA.
           PERFORM 0250-GRAVAR-DEVOLUCAO.
           PERFORM 0260-REGRAVAR-SALDOS.
           PERFORM 0270-EMITIR-DOCUMENTO.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-ESCOLHER-ITEM              SECTION.
           DISPLAY "---------------------------".
           DISPLAY "ITEM A DEVOLVER (0 = ENCERRAR) "
             ACCEPT WRK-ITEM.
           IF WRK-ITEM EQUAL ZEROS
             GO TO 0210-ESCOLHER-SAIDA
           END-IF.
           IF WRK-ITEM GREATER WRK-QTD-ITENS
             DISPLAY "ITEM INEXISTENTE NA ENTRADA"
             GO TO 0210-ESCOLHER-SAIDA
           END-IF.
           MOVE WRK-ITEM TO WRK-IND-ITEM.
           PERFORM 0125-CALCULAR-DISPONIVEL.
           IF WRK-DISPONIVEL EQUAL ZEROS
             DISPLAY "ITEM JA TOTALMENTE DEVOLVIDO"
             GO TO 0210-ESCOLHER-SAIDA
           END-IF.

           DISPLAY "QUANTIDADE A DEVOLVER (ATE " WRK-DISPONIVEL ") "
             ACCEPT WRK-QTD.
           IF WRK-QTD EQUAL ZEROS OR WRK-QTD GREATER WRK-DISPONIVEL
             DISPLAY "QUANTIDADE INVALIDA - ITEM NAO ESCOLHIDO"
             GO TO 0210-ESCOLHER-SAIDA
           END-IF.
           DISPLAY "LOTE DEVOLVIDO (BRANCO = SEM LOTE) "
             ACCEPT WRK-LOTE.

           IF WRK-IT-DEVOLVER(WRK-IND-ITEM) EQUAL ZEROS
             ADD 1 TO WRK-QTD-ESCOLHIDOS
           ELSE
             COMPUTE WRK-VALOR-ITEM =
                 WRK-IT-DEVOLVER(WRK-IND-ITEM)
                 * WRK-IT-CUSTO(WRK-IND-ITEM)
             SUBTRACT WRK-VALOR-ITEM FROM WRK-TOTAL-DEVOLUCAO
           END-IF.
           MOVE WRK-QTD  TO WRK-IT-DEVOLVER(WRK-IND-ITEM).
           MOVE WRK-LOTE TO WRK-IT-LOTE(WRK-IND-ITEM).
           COMPUTE WRK-VALOR-ITEM =
               WRK-QTD * WRK-IT-CUSTO(WRK-IND-ITEM).
           ADD WRK-VALOR-ITEM TO WRK-TOTAL-DEVOLUCAO.
           DISPLAY "ITEM ESCOLHIDO - VALOR " WRK-VALOR-ITEM.
       0210-ESCOLHER-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0220-BAIXAR-ITEM: TIRA A QUANTIDADE DO SALDO DO CADASTRO E O
      *  VALOR AO CUSTO DA NOTA DO ESTOQUE VALORIZADO; O QUE SOBRA
      *  DIVIDIDO PELO NOVO SALDO E O NOVO CUSTO MEDIO (SE O VALOR
      *  NAO FECHA, O CUSTO MEDIO FICA COMO ESTAVA). BAIXA TAMBEM O
      *  SALDO DA FILIAL RECEBEDORA E O DO LOTE INFORMADO.
      *--------------------------------------------------------------
       0220-BAIXAR-ITEM                SECTION.
           IF WRK-IT-DEVOLVER(WRK-IND-ITEM) EQUAL ZEROS
             GO TO 0220-BAIXAR-SAIDA
           END-IF.
           MOVE WRK-IT-DEVOLVER(WRK-IND-ITEM) TO WRK-QTD.
           MOVE WRK-IT-CODIGO(WRK-IND-ITEM) TO PROD-CODIGO.
           READ PRODUTOS KEY IS PROD-CODIGO
             INVALID KEY
               DISPLAY "PRODUTO " PROD-CODIGO " FORA DO CADASTRO - "
                       "SALDO NAO BAIXADO"
             NOT INVALID KEY
               PERFORM 0225-ATUALIZAR-PRODUTO
           END-READ.
           PERFORM 0227-BAIXAR-FILIAL.
           IF WRK-IT-LOTE(WRK-IND-ITEM) NOT EQUAL SPACES
             PERFORM 0228-BAIXAR-LOTE
           END-IF.
       0220-BAIXAR-SAIDA.
           ADD 1 TO WRK-IND-ITEM.

       0225-ATUALIZAR-PRODUTO          SECTION.
           COMPUTE WRK-VALOR-ESTOQUE =
               (PROD-QTD-ESTOQUE * PROD-CUSTO-MEDIO)
               - (WRK-QTD * WRK-IT-CUSTO(WRK-IND-ITEM)).
           IF WRK-QTD GREATER PROD-QTD-ESTOQUE
             DISPLAY "ATENCAO: SALDO DO PRODUTO " PROD-CODIGO
                     " MENOR QUE A DEVOLUCAO - SALDO ZERADO"
             MOVE ZEROS TO PROD-QTD-ESTOQUE
           ELSE
             SUBTRACT WRK-QTD FROM PROD-QTD-ESTOQUE
           END-IF.
           IF PROD-QTD-ESTOQUE GREATER ZEROS
              AND WRK-VALOR-ESTOQUE GREATER ZEROS
             COMPUTE PROD-CUSTO-MEDIO ROUNDED =
                 WRK-VALOR-ESTOQUE / PROD-QTD-ESTOQUE
           END-IF.
           REWRITE REG-PRODUTOS
             INVALID KEY
               DISPLAY "ESTOQUE NAO FOI ATUALIZADO - PRODUTO "
                       PROD-CODIGO
             NOT INVALID KEY
               DISPLAY "PRODUTO " PROD-CODIGO " SALDO "
                       PROD-QTD-ESTOQUE " CUSTO MEDIO "
                       PROD-CUSTO-MEDIO
           END-REWRITE.

       0227-BAIXAR-FILIAL              SECTION.
           MOVE 1   TO WRK-IND-ESTFIL.
           MOVE "N" TO WRK-SW-ESTFIL.
           PERFORM UNTIL WRK-IND-ESTFIL GREATER WRK-QTD-ESTFIL
                      OR SALDO-FILIAL-ACHADO
             IF WRK-EST-FILIAL(WRK-IND-ESTFIL) EQUAL
                  WRK-IT-FILIAL(WRK-IND-ITEM)
                AND WRK-EST-CODIGO(WRK-IND-ESTFIL) EQUAL
                  WRK-IT-CODIGO(WRK-IND-ITEM)
               SET SALDO-FILIAL-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-ESTFIL
             END-IF
           END-PERFORM.
           IF NOT SALDO-FILIAL-ACHADO
             DISPLAY "SEM SALDO DA FILIAL " WRK-IT-FILIAL(WRK-IND-ITEM)
                     " PARA O PRODUTO " WRK-IT-CODIGO(WRK-IND-ITEM)
             GO TO 0227-BAIXAR-SAIDA
           END-IF.
           IF WRK-QTD GREATER WRK-EST-QTD(WRK-IND-ESTFIL)
             MOVE ZEROS TO WRK-EST-QTD(WRK-IND-ESTFIL)
           ELSE
             SUBTRACT WRK-QTD FROM WRK-EST-QTD(WRK-IND-ESTFIL)
           END-IF.
       0227-BAIXAR-SAIDA.
           EXIT.

       0228-BAIXAR-LOTE                SECTION.
           MOVE 1   TO WRK-IND-LOTE.
           MOVE "N" TO WRK-SW-LOTE.
           PERFORM UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
                      OR LOTE-ACHADO
             IF WRK-LOT-CODIGO(WRK-IND-LOTE) EQUAL
                  WRK-IT-CODIGO(WRK-IND-ITEM)
                AND WRK-LOT-NUMERO(WRK-IND-LOTE) EQUAL
                  WRK-IT-LOTE(WRK-IND-ITEM)
                AND WRK-LOT-QTD(WRK-IND-LOTE) GREATER ZEROS
               SET LOTE-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-LOTE
             END-IF
           END-PERFORM.
           IF NOT LOTE-ACHADO
             DISPLAY "LOTE " WRK-IT-LOTE(WRK-IND-ITEM)
                     " SEM SALDO PARA O PRODUTO "
                     WRK-IT-CODIGO(WRK-IND-ITEM)
             GO TO 0228-BAIXAR-SAIDA
           END-IF.
           IF WRK-QTD GREATER WRK-LOT-QTD(WRK-IND-LOTE)
             MOVE ZEROS TO WRK-LOT-QTD(WRK-IND-LOTE)
           ELSE
             SUBTRACT WRK-QTD FROM WRK-LOT-QTD(WRK-IND-LOTE)
           END-IF.
           SET LOTES-ALTERADOS TO TRUE.
       0228-BAIXAR-SAIDA.
           EXIT.

      *--- SALDOS POR FILIAL E POR LOTE CARREGADOS PARA A BAIXA ---
       0230-CARREGAR-SALDOS            SECTION.
           PERFORM 0148-OBTER-CAMINHO-ESTFILIA.
           OPEN INPUT ESTFILIA.
           IF FS-ESTFILIA EQUAL 0
             READ ESTFILIA NEXT RECORD
             PERFORM UNTIL FS-ESTFILIA NOT EQUAL 00
               IF WRK-QTD-ESTFIL LESS WRK-MAX-ESTFIL
                 ADD 1 TO WRK-QTD-ESTFIL
                 MOVE EST-FILIAL TO WRK-EST-FILIAL(WRK-QTD-ESTFIL)
                 MOVE EST-CODIGO TO WRK-EST-CODIGO(WRK-QTD-ESTFIL)
                 MOVE EST-QTD    TO WRK-EST-QTD(WRK-QTD-ESTFIL)
               ELSE
                 SET ESTFILIA-TRANSBORDOU TO TRUE
               END-IF
               READ ESTFILIA NEXT RECORD
             END-PERFORM
             CLOSE ESTFILIA
           END-IF.

           PERFORM 0154-OBTER-CAMINHO-LOTES.
           OPEN INPUT LOTES.
           IF FS-LOTES EQUAL 0
             READ LOTES NEXT RECORD
             PERFORM UNTIL FS-LOTES NOT EQUAL 00
               IF WRK-QTD-LOTES LESS WRK-MAX-LOTES
                 ADD 1 TO WRK-QTD-LOTES
                 MOVE LOT-CODIGO   TO WRK-LOT-CODIGO(WRK-QTD-LOTES)
                 MOVE LOT-NUMERO   TO WRK-LOT-NUMERO(WRK-QTD-LOTES)
                 MOVE LOT-VALIDADE TO WRK-LOT-VALIDADE(WRK-QTD-LOTES)
                 MOVE LOT-QTD      TO WRK-LOT-QTD(WRK-QTD-LOTES)
               ELSE
                 SET LOTES-TRANSBORDOU TO TRUE
               END-IF
               READ LOTES NEXT RECORD
             END-PERFORM
             CLOSE LOTES
           END-IF.

      *--------------------------------------------------------------
      *  0240-ABATER-DUPLICATA: O VALOR DEVOLVIDO SAI DA DUPLICATA EM
      *  ABERTO DO MESMO FORNECEDOR/DOCUMENTO (ATE O SALDO QUE FALTA
      *  PAGAR); SEM DUPLICATA EM ABERTO, OU NO QUE PASSAR DO SALDO,
      *  FICA CREDITO PENDENTE A COBRAR DO FORNECEDOR.
      *--------------------------------------------------------------
       0240-ABATER-DUPLICATA           SECTION.
           MOVE ZEROS TO WRK-VALOR-ABATIDO.
           MOVE WRK-TOTAL-DEVOLUCAO TO WRK-CREDITO-PENDENTE.
           MOVE 'P' TO WRK-SITUACAO-CAP.

           PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
           OPEN INPUT CONTAPAG.
           IF FS-CONTAPAG NOT EQUAL 0
             DISPLAY "CONTAS A PAGAR NAO FOI ABERTO - VALOR FICA "
                     "COMO CREDITO PENDENTE"
             GO TO 0240-ABATER-SAIDA
           END-IF.
           READ CONTAPAG NEXT RECORD.
           PERFORM UNTIL FS-CONTAPAG NOT EQUAL 00
             IF WRK-QTD-DUPLICATAS LESS WRK-MAX-DUPLICATAS
               ADD 1 TO WRK-QTD-DUPLICATAS
               MOVE REG-CONTAPAG TO WRK-DUP-REG(WRK-QTD-DUPLICATAS)
             ELSE
               SET DUPLICATAS-TRANSBORDOU TO TRUE
             END-IF
             READ CONTAPAG NEXT RECORD
           END-PERFORM.
           CLOSE CONTAPAG.
           IF DUPLICATAS-TRANSBORDOU
             DISPLAY "TABELA DE DUPLICATAS CHEIA (MAX "
                     WRK-MAX-DUPLICATAS ") - VALOR FICA COMO CREDITO "
                     "PENDENTE"
             GO TO 0240-ABATER-SAIDA
           END-IF.

           MOVE 1   TO WRK-IND-DUPLICATA.
           MOVE "N" TO WRK-SW-DUPLICATA.
           PERFORM UNTIL WRK-IND-DUPLICATA GREATER WRK-QTD-DUPLICATAS
                      OR DUPLICATA-ACHADA
             MOVE WRK-DUP-REG(WRK-IND-DUPLICATA) TO REG-CONTAPAG
             IF CAP-FORNECEDOR EQUAL WRK-FORNECEDOR
                AND CAP-DOCUMENTO EQUAL WRK-DOCUMENTO
                AND CAP-ABERTA
               SET DUPLICATA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-DUPLICATA
             END-IF
           END-PERFORM.
           IF NOT DUPLICATA-ACHADA
             DISPLAY "SEM DUPLICATA EM ABERTO PARA O DOCUMENTO - "
                     "VALOR FICA COMO CREDITO PENDENTE"
             GO TO 0240-ABATER-SAIDA
           END-IF.

           COMPUTE WRK-SALDO-DUPLICATA = CAP-VALOR - CAP-VALOR-PAGO.
           IF WRK-TOTAL-DEVOLUCAO GREATER WRK-SALDO-DUPLICATA
             MOVE WRK-SALDO-DUPLICATA TO WRK-VALOR-ABATIDO
           ELSE
             MOVE WRK-TOTAL-DEVOLUCAO TO WRK-VALOR-ABATIDO
           END-IF.
           SUBTRACT WRK-VALOR-ABATIDO FROM CAP-VALOR.
           SUBTRACT WRK-VALOR-ABATIDO FROM WRK-CREDITO-PENDENTE.
           IF CAP-VALOR-PAGO IS GREATER THAN OR EQUAL TO CAP-VALOR
             MOVE 'Q' TO CAP-STATUS
           END-IF.
           MOVE REG-CONTAPAG TO WRK-DUP-REG(WRK-IND-DUPLICATA).
           IF WRK-CREDITO-PENDENTE EQUAL ZEROS
             MOVE 'D' TO WRK-SITUACAO-CAP
           END-IF.

           OPEN OUTPUT CONTAPAG.
           IF FS-CONTAPAG NOT EQUAL 0
             DISPLAY "CONTAS A PAGAR NAO FOI REGRAVADO - STATUS "
                     FS-CONTAPAG
             MOVE ZEROS TO WRK-VALOR-ABATIDO
             MOVE WRK-TOTAL-DEVOLUCAO TO WRK-CREDITO-PENDENTE
             MOVE 'P' TO WRK-SITUACAO-CAP
             GO TO 0240-ABATER-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-DUPLICATA.
           PERFORM UNTIL WRK-IND-DUPLICATA GREATER WRK-QTD-DUPLICATAS
             MOVE WRK-DUP-REG(WRK-IND-DUPLICATA) TO REG-CONTAPAG
             WRITE REG-CONTAPAG
             ADD 1 TO WRK-IND-DUPLICATA
           END-PERFORM.
           CLOSE CONTAPAG.
           DISPLAY "ABATIDO DA DUPLICATA " WRK-DOCUMENTO ": "
                   WRK-VALOR-ABATIDO.
       0240-ABATER-SAIDA.
           IF WRK-CREDITO-PENDENTE GREATER ZEROS
             DISPLAY "CREDITO PENDENTE COM O FORNECEDOR: "
                     WRK-CREDITO-PENDENTE
           END-IF.

       0250-GRAVAR-DEVOLUCAO           SECTION.
           OPEN EXTEND DEVFOR.
           IF FS-DEVFOR EQUAL 35
             OPEN OUTPUT DEVFOR
           END-IF.
           IF FS-DEVFOR NOT EQUAL 0
             DISPLAY "ARQUIVO DE DEVOLUCOES NAO FOI ABERTO - STATUS "
                     FS-DEVFOR
             GO TO 0250-GRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-ITEM.
           PERFORM UNTIL WRK-IND-ITEM GREATER WRK-QTD-ITENS
             IF WRK-IT-DEVOLVER(WRK-IND-ITEM) GREATER ZEROS
               MOVE WRK-NUM-DEVOLUCAO  TO DVF-NUMERO
               MOVE DTM-AAAAMMDD       TO DVF-DATA
               MOVE WRK-FORNECEDOR     TO DVF-FORNECEDOR
               MOVE WRK-DOCUMENTO      TO DVF-DOCUMENTO
               MOVE WRK-IT-DATA(WRK-IND-ITEM)     TO DVF-DATA-ENTRADA
               MOVE WRK-IT-CODIGO(WRK-IND-ITEM)   TO DVF-CODIGO
               MOVE WRK-IT-DEVOLVER(WRK-IND-ITEM) TO DVF-QTD
               MOVE WRK-IT-CUSTO(WRK-IND-ITEM)    TO DVF-CUSTO-UNIT
               COMPUTE DVF-VALOR = DVF-QTD * DVF-CUSTO-UNIT
               MOVE WRK-IT-FILIAL(WRK-IND-ITEM)   TO DVF-FILIAL
               MOVE WRK-IT-LOTE(WRK-IND-ITEM)     TO DVF-LOTE
               MOVE WRK-SITUACAO-CAP   TO DVF-SITUACAO-CAP
               WRITE REG-DEVFOR
               ADD 1 TO WRK-ACUM-LINHAS
             END-IF
             ADD 1 TO WRK-IND-ITEM
           END-PERFORM.
           CLOSE DEVFOR.
       0250-GRAVAR-SAIDA.
           EXIT.

       0260-REGRAVAR-SALDOS            SECTION.
           IF ESTFILIA-TRANSBORDOU
             DISPLAY "CARGA DOS SALDOS POR FILIAL INCOMPLETA - "
                     "REGRAVACAO ABORTADA PARA NAO PERDER REGISTROS"
           ELSE
             IF WRK-QTD-ESTFIL GREATER ZEROS
               OPEN OUTPUT ESTFILIA
               IF FS-ESTFILIA NOT EQUAL 0
                 DISPLAY "SALDOS POR FILIAL NAO FORAM REGRAVADOS - "
                         "STATUS " FS-ESTFILIA
               ELSE
                 MOVE 1 TO WRK-IND-ESTFIL
                 PERFORM UNTIL WRK-IND-ESTFIL GREATER WRK-QTD-ESTFIL
                   MOVE WRK-EST-FILIAL(WRK-IND-ESTFIL) TO EST-FILIAL
                   MOVE WRK-EST-CODIGO(WRK-IND-ESTFIL) TO EST-CODIGO
                   MOVE WRK-EST-QTD(WRK-IND-ESTFIL)    TO EST-QTD
                   WRITE REG-ESTFILIA
                   ADD 1 TO WRK-IND-ESTFIL
                 END-PERFORM
                 CLOSE ESTFILIA
               END-IF
             END-IF
           END-IF.

           IF LOTES-ALTERADOS
             IF LOTES-TRANSBORDOU
               DISPLAY "CARGA DOS LOTES INCOMPLETA - REGRAVACAO "
                       "ABORTADA PARA NAO PERDER REGISTROS"
             ELSE
               OPEN OUTPUT LOTES
               IF FS-LOTES NOT EQUAL 0
                 DISPLAY "CONTROLE DE LOTES NAO FOI REGRAVADO - "
                         "STATUS " FS-LOTES
               ELSE
                 MOVE 1 TO WRK-IND-LOTE
                 PERFORM UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
                   MOVE WRK-LOT-CODIGO(WRK-IND-LOTE)   TO LOT-CODIGO
                   MOVE WRK-LOT-NUMERO(WRK-IND-LOTE)   TO LOT-NUMERO
                   MOVE WRK-LOT-VALIDADE(WRK-IND-LOTE) TO LOT-VALIDADE
                   MOVE WRK-LOT-QTD(WRK-IND-LOTE)      TO LOT-QTD
                   WRITE REG-LOTE
                   ADD 1 TO WRK-IND-LOTE
                 END-PERFORM
                 CLOSE LOTES
               END-IF
             END-IF
           END-IF.

      *--- DOCUMENTO DE DEVOLUCAO QUE ACOMPANHA A MERCADORIA ---
       0270-EMITIR-DOCUMENTO           SECTION.
           MOVE "DEVFORN" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELDEVFOR.
           OPEN OUTPUT RELDEVFOR.
           IF FS-RELDEVFOR NOT EQUAL 0
             DISPLAY "DOCUMENTO DE DEVOLUCAO NAO FOI ABERTO - STATUS "
                     FS-RELDEVFOR
             GO TO 0270-EMITIR-SAIDA
           END-IF.

           MOVE SPACES TO REG-RELDEVFOR.
           STRING "DEVOLUCAO AO FORNECEDOR NUMERO " WRK-NUM-DEVOLUCAO
                  "  DATA " DTM-AAAAMMDD
                  DELIMITED BY SIZE INTO REG-RELDEVFOR.
           WRITE REG-RELDEVFOR.
           MOVE SPACES TO REG-RELDEVFOR.
           STRING "FORNECEDOR " WRK-FORNECEDOR " - "
                  WRK-NOME-FORNECEDOR
                  DELIMITED BY SIZE INTO REG-RELDEVFOR.
           WRITE REG-RELDEVFOR.
           MOVE SPACES TO REG-RELDEVFOR.
           STRING "DOCUMENTO DA ENTRADA ORIGINAL: " WRK-DOCUMENTO
                  DELIMITED BY SIZE INTO REG-RELDEVFOR.
           WRITE REG-RELDEVFOR.
           MOVE SPACES TO REG-RELDEVFOR.
           WRITE REG-RELDEVFOR.
           MOVE "ITEM CODIGO DESCRICAO                   QTD     CUSTO"
             TO REG-RELDEVFOR.
           MOVE "        VALOR LOTE" TO REG-RELDEVFOR(55:).
           WRITE REG-RELDEVFOR.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS.
           MOVE 1 TO WRK-IND-ITEM.
           PERFORM UNTIL WRK-IND-ITEM GREATER WRK-QTD-ITENS
             IF WRK-IT-DEVOLVER(WRK-IND-ITEM) GREATER ZEROS
               MOVE WRK-IT-CODIGO(WRK-IND-ITEM) TO PROD-CODIGO
               MOVE SPACES TO PROD-DESCRICAO
               READ PRODUTOS KEY IS PROD-CODIGO
                 INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
               END-READ
               MOVE WRK-IND-ITEM                  TO WRK-LI-ITEM
               MOVE WRK-IT-CODIGO(WRK-IND-ITEM)   TO WRK-LI-CODIGO
               MOVE PROD-DESCRICAO                TO WRK-LI-DESCR
               MOVE WRK-IT-DEVOLVER(WRK-IND-ITEM) TO WRK-LI-QTD
               MOVE WRK-IT-CUSTO(WRK-IND-ITEM)    TO WRK-LI-CUSTO
               COMPUTE WRK-VALOR-ITEM =
                   WRK-IT-DEVOLVER(WRK-IND-ITEM)
                   * WRK-IT-CUSTO(WRK-IND-ITEM)
               MOVE WRK-VALOR-ITEM                TO WRK-LI-VALOR
               MOVE WRK-IT-LOTE(WRK-IND-ITEM)     TO WRK-LI-LOTE
               MOVE WRK-LINHA-ITEM TO REG-RELDEVFOR
               WRITE REG-RELDEVFOR
             END-IF
             ADD 1 TO WRK-IND-ITEM
           END-PERFORM.
           CLOSE PRODUTOS.

           MOVE SPACES TO REG-RELDEVFOR.
           WRITE REG-RELDEVFOR.
           MOVE "TOTAL DA DEVOLUCAO (CUSTO DA NOTA)......"
             TO WRK-LV-ROTULO.
           MOVE WRK-TOTAL-DEVOLUCAO TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO REG-RELDEVFOR.
           WRITE REG-RELDEVFOR.
           MOVE "ABATIDO DA DUPLICATA NO CONTAS A PAGAR.."
             TO WRK-LV-ROTULO.
           MOVE WRK-VALOR-ABATIDO TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO REG-RELDEVFOR.
           WRITE REG-RELDEVFOR.
           MOVE "CREDITO PENDENTE COM O FORNECEDOR......."
             TO WRK-LV-ROTULO.
           MOVE WRK-CREDITO-PENDENTE TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO REG-RELDEVFOR.
           WRITE REG-RELDEVFOR.
           CLOSE RELDEVFOR.
           DISPLAY "DEVOLUCAO " WRK-NUM-DEVOLUCAO " EMITIDA EM "
                   WRK-CAMINHO-RELDEVFOR.
       0270-EMITIR-SAIDA.
           EXIT.

           COPY "CAMPRODP.cpy".
           COPY "CAMFORP.cpy".
           COPY "CAMDVFP.cpy".
           COPY "CAMCAPP.cpy".
           COPY "CAMESTP.cpy".
           COPY "CAMLTSP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PRD030"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-LINHAS TO LOG-QTD.
               MOVE WRK-TOTAL-DEVOLUCAO TO LOG-HASH.
               MOVE "DEVOLUCAO AO FORNECEDOR" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
