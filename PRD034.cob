       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD034.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: APROVACAO DAS PROPOSTAS DE ESTOQUE MINIMO E LOTE
      *==            DE REPOSICAO DO PRD033 - PERCORRE AS PROPOSTAS
      *==            PENDENTES (TODAS OU SO AS DE VARIACAO BRUSCA) E O
      *==            COMPRADOR APROVA, AJUSTA OS VALORES OU REJEITA;
      *==            ENTER DEIXA A PROPOSTA PENDENTE. A APROVADA GRAVA
      *==            PROD-ESTOQUE-MIN E PROD-QTD-REPOS NO PRODUTOS.DAT
      *==            COM O ANTES/DEPOIS NA TRILHA AUDITPRD (OPERACAO M)
      *==            E FICA COM O NOME DO COMPRADOR. O ARQUIVO DE
      *==            PROPOSTAS E SEQUENCIAL, ENTAO A REVISAO CARREGA
      *==            TUDO EM MEMORIA E REGRAVA O ARQUIVO COMPLETO.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPMIN ASSIGN TO WRK-CAMINHO-PROPMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPMIN.

           SELECT PRODUTOS ASSIGN TO WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT AUDPROD ASSIGN TO WRK-CAMINHO-AUDPROD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDPROD.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPMIN.
           COPY "PROPMIN.cpy".
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  AUDPROD.
           COPY "AUDPROD.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMPMN.cpy".
           COPY "CAMPROD.cpy".
           COPY "CAMAPR.cpy".
       77  FS-PROPMIN      PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-AUDPROD      PIC 9(02) VALUE ZEROS.

       77  WRK-SO-BRUSCAS  PIC X(01) VALUE SPACES.
       77  WRK-DECISAO     PIC X(01) VALUE SPACES.
       77  WRK-MIN-NOVO    PIC 9(05) VALUE ZEROS.
       77  WRK-REP-NOVO    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-APROV  PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-REJEIT PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-PEND   PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ALTERADO PIC X(01) VALUE "N".
           88 PROPOSTAS-ALTERADAS   VALUE "S".

      *------------ PROPOSTAS CARREGADAS EM MEMORIA --------------------
       01  WRK-TAB-PROPOSTAS.
           05 WRK-PMN-REG OCCURS 1000 TIMES PIC X(93).
       77  WRK-QTD-LINHAS  PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-LINHAS  PIC 9(04) VALUE 1000.
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU     VALUE "S".
       77  WRK-IND-LINHA   PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           PERFORM 0187-OBTER-CAMINHO-PROPMIN.
           OPEN INPUT PROPMIN.
           IF FS-PROPMIN NOT EQUAL 0
             DISPLAY "ARQUIVO DE PROPOSTAS NAO FOI ABERTO - STATUS "
                     FS-PROPMIN " - RODE O RECALCULO (PRD033)"
             GOBACK
           END-IF.

           READ PROPMIN NEXT RECORD.
           PERFORM UNTIL FS-PROPMIN NOT EQUAL 00
             IF WRK-QTD-LINHAS LESS WRK-MAX-LINHAS
               ADD 1 TO WRK-QTD-LINHAS
               MOVE REG-PROPMIN TO WRK-PMN-REG(WRK-QTD-LINHAS)
             ELSE
               DISPLAY "TABELA DE PROPOSTAS CHEIA (MAX "
                       WRK-MAX-LINHAS ")"
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ PROPMIN NEXT RECORD
           END-PERFORM.
           CLOSE PROPMIN.

           IF CARGA-TRANSBORDOU
             DISPLAY "CARGA EM MEMORIA INCOMPLETA - REVISAO "
                     "ABORTADA PARA NAO PERDER REGISTROS"
             GOBACK
           END-IF.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             GOBACK
           END-IF.

           PERFORM 0117-OBTER-CAMINHO-AUDPROD.
           OPEN EXTEND AUDPROD.
           IF FS-AUDPROD EQUAL 35
             OPEN OUTPUT AUDPROD
           END-IF.
           IF FS-AUDPROD NOT EQUAL 0
             DISPLAY "TRILHA DE AUDITORIA NAO FOI ABERTA - STATUS "
                     FS-AUDPROD
             CLOSE PRODUTOS
             GOBACK
           END-IF.

           DISPLAY "REVISAR SO AS VARIACOES BRUSCAS? (S/N) "
             ACCEPT WRK-SO-BRUSCAS.
           IF WRK-SO-BRUSCAS EQUAL "s"
             MOVE "S" TO WRK-SO-BRUSCAS
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE 1 TO WRK-IND-LINHA.
           PERFORM 0210-REVISAR-PROPOSTA
             UNTIL WRK-IND-LINHA GREATER WRK-QTD-LINHAS.
           CLOSE PRODUTOS.
           CLOSE AUDPROD.

           IF NOT PROPOSTAS-ALTERADAS
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           OPEN OUTPUT PROPMIN.
           IF FS-PROPMIN NOT EQUAL 0
             DISPLAY "ARQUIVO DE PROPOSTAS NAO FOI REGRAVADO - STATUS "
                     FS-PROPMIN
           ELSE
             MOVE 1 TO WRK-IND-LINHA
             PERFORM 0230-GRAVAR-LINHA
               UNTIL WRK-IND-LINHA GREATER WRK-QTD-LINHAS
             CLOSE PROPMIN
           END-IF.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-REVISAR-PROPOSTA           SECTION.
           MOVE WRK-PMN-REG(WRK-IND-LINHA) TO REG-PROPMIN.
           IF NOT PMN-PENDENTE
             GO TO 0210-REVISAR-SAIDA
           END-IF.
           IF WRK-SO-BRUSCAS EQUAL "S"
              AND NOT PMN-VARIACAO-BRUSCA
             ADD 1 TO WRK-ACUM-PEND
             GO TO 0210-REVISAR-SAIDA
           END-IF.

           DISPLAY "---------------------------".
           DISPLAY "PRODUTO..: " PMN-CODIGO " " PMN-DESCRICAO.
           DISPLAY "VENDA MEDIA/DIA: " PMN-MEDIA-DIA
                   "  PRAZO (DIAS): " PMN-PRAZO.
           DISPLAY "MINIMO...: " PMN-MIN-ATUAL
                   " -> " PMN-MIN-PROPOSTO.
           DISPLAY "LOTE.....: " PMN-REP-ATUAL
                   " -> " PMN-REP-PROPOSTO.
           IF PMN-VARIACAO-BRUSCA
             DISPLAY "** VARIACAO BRUSCA DO MINIMO **"
           END-IF.
           DISPLAY "(A)PROVAR, A(J)USTAR, (R)EJEITAR, ENTER = PULA "
             ACCEPT WRK-DECISAO.
           MOVE PMN-MIN-PROPOSTO TO WRK-MIN-NOVO.
           MOVE PMN-REP-PROPOSTO TO WRK-REP-NOVO.
           EVALUATE WRK-DECISAO
             WHEN "A"
             WHEN "a"
               PERFORM 0220-APLICAR-PROPOSTA
             WHEN "J"
             WHEN "j"
               DISPLAY "ESTOQUE MINIMO APROVADO... "
                 ACCEPT WRK-MIN-NOVO
               DISPLAY "LOTE DE REPOSICAO APROVADO "
                 ACCEPT WRK-REP-NOVO
               PERFORM 0220-APLICAR-PROPOSTA
             WHEN "R"
             WHEN "r"
               MOVE 'R'          TO PMN-STATUS
               MOVE WRK-OPERADOR TO PMN-APROVADOR
               MOVE REG-PROPMIN  TO WRK-PMN-REG(WRK-IND-LINHA)
               SET PROPOSTAS-ALTERADAS TO TRUE
               ADD 1 TO WRK-ACUM-REJEIT
               DISPLAY "PROPOSTA REJEITADA"
             WHEN OTHER
               ADD 1 TO WRK-ACUM-PEND
           END-EVALUATE.
       0210-REVISAR-SAIDA.
           ADD 1 TO WRK-IND-LINHA.

      *--- GRAVA MINIMO E LOTE NO CADASTRO COM A TRILHA DE CADA UM ---
       0220-APLICAR-PROPOSTA           SECTION.
           MOVE PMN-CODIGO TO PROD-CODIGO.
           READ PRODUTOS KEY IS PROD-CODIGO
             INVALID KEY
               DISPLAY "PRODUTO " PMN-CODIGO " NAO ENCONTRADO - "
                       "PROPOSTA MANTIDA PENDENTE"
               ADD 1 TO WRK-ACUM-PEND
               GO TO 0220-APLICAR-SAIDA
           END-READ.
           IF PROD-QTD-REPOS IS NOT NUMERIC
             MOVE ZEROS TO PROD-QTD-REPOS
           END-IF.

           IF WRK-MIN-NOVO NOT EQUAL PROD-ESTOQUE-MIN
             MOVE 'M'              TO APR-OPERACAO
             MOVE PROD-CODIGO      TO APR-CODIGO
             MOVE PROD-ESTOQUE-MIN TO APR-VALOR-ANTES
             MOVE WRK-MIN-NOVO     TO APR-VALOR-DEPOIS
             MOVE "MIN"            TO APR-MOTIVO
             PERFORM 0118-REGISTRAR-AUDPROD
           END-IF.
           IF WRK-REP-NOVO NOT EQUAL PROD-QTD-REPOS
             MOVE 'M'              TO APR-OPERACAO
             MOVE PROD-CODIGO      TO APR-CODIGO
             MOVE PROD-QTD-REPOS   TO APR-VALOR-ANTES
             MOVE WRK-REP-NOVO     TO APR-VALOR-DEPOIS
             MOVE "REP"            TO APR-MOTIVO
             PERFORM 0118-REGISTRAR-AUDPROD
           END-IF.

           MOVE WRK-MIN-NOVO TO PROD-ESTOQUE-MIN.
           MOVE WRK-REP-NOVO TO PROD-QTD-REPOS.
           REWRITE REG-PRODUTOS
             INVALID KEY
               DISPLAY "PARAMETROS NAO FORAM GRAVADOS - PRODUTO "
                       PROD-CODIGO
               ADD 1 TO WRK-ACUM-PEND
             NOT INVALID KEY
               MOVE 'A'          TO PMN-STATUS
               MOVE WRK-MIN-NOVO TO PMN-MIN-PROPOSTO
               MOVE WRK-REP-NOVO TO PMN-REP-PROPOSTO
               MOVE WRK-OPERADOR TO PMN-APROVADOR
               MOVE REG-PROPMIN  TO WRK-PMN-REG(WRK-IND-LINHA)
               SET PROPOSTAS-ALTERADAS TO TRUE
               ADD 1 TO WRK-ACUM-APROV
               DISPLAY "PROPOSTA APROVADA"
           END-REWRITE.
       0220-APLICAR-SAIDA.
           EXIT.

       0230-GRAVAR-LINHA               SECTION.
           MOVE WRK-PMN-REG(WRK-IND-LINHA) TO REG-PROPMIN.
           WRITE REG-PROPMIN.
           ADD 1 TO WRK-IND-LINHA.

           COPY "CAMPMNP.cpy".
           COPY "CAMPRODP.cpy".
           COPY "CAMAPRP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "PROPOSTAS APROVADAS....: " WRK-ACUM-APROV.
               DISPLAY "PROPOSTAS REJEITADAS...: " WRK-ACUM-REJEIT.
               DISPLAY "PROPOSTAS PENDENTES....: " WRK-ACUM-PEND.
               DISPLAY "FIM DE PROGRAMA ".
