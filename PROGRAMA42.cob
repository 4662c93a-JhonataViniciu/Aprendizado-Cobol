      *==           BATCHLOG.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - PRECO POR QUANTIDADE (ATACADO): CADA
      *==           PRODUTO PEDE A QUANTIDADE E, QUANDO ELA ATINGE
      *==           UMA FAIXA VIGENTE EM FAIXAPRC.DAT (PRD032), AS
      *==           UNIDADES SAO ORCADAS PELO PRECO DA MAIOR FAIXA
      *==           ATINGIDA (SE MENOR QUE O DA PROMOCAO/TABELA E NAO
      *==           ABAIXO DO CUSTO MEDIO) - UMA LINHA DE ORCAMENT.DAT
      *==           POR UNIDADE, COMO O PROGRAMA15 CONVERTE.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMOCOES.

           SELECT FAIXAPRC ASSIGN TO WRK-CAMINHO-FAIXAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAIXAPRC.

           SELECT ORCDOC ASSIGN TO WRK-CAMINHO-ORCDOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCDOC.
       FD  PROMOCOES.
           COPY "PROMOCAO.cpy".

       FD  FAIXAPRC.
           COPY "FAIXAPRC.cpy".

       FD  ORCDOC.
       01  REG-ORCDOC                 PIC X(80).

           COPY "CAMPROD.cpy".
           COPY "CAMORC.cpy".
           COPY "CAMPRM.cpy".
           COPY "CAMFXP.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
       77  FS-PRODUTOS         PIC 9(02)    VALUE ZEROS.
       77  FS-ORCAMENTOS       PIC 9(02)    VALUE ZEROS.
       77  FS-PROMOCOES        PIC 9(02)    VALUE ZEROS.
       77  FS-FAIXAPRC         PIC 9(02)    VALUE ZEROS.
       77  FS-ORCDOC           PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-ORCDOC  PIC X(100)   VALUE
       77  WRK-SW-PROMO        PIC X(01)    VALUE "N".
           88 PROMOCAO-APLICADA             VALUE "S".

      *--- FAIXAS DE PRECO POR QUANTIDADE CARREGADAS NA ABERTURA ---
       01  WRK-TAB-FAIXAS.
           05 WRK-FAIXA-ITEM   OCCURS 200 TIMES.
              10 WRK-FXP-CODIGO   PIC 9(05).
              10 WRK-FXP-QTD-MIN  PIC 9(03).
              10 WRK-FXP-VALOR    PIC 9(05)V99.
              10 WRK-FXP-DATA-INI PIC 9(08).
              10 WRK-FXP-DATA-FIM PIC 9(08).
       77  WRK-QTD-FAIXAS      PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-FAIXAS      PIC 9(03)    VALUE 200.
       77  WRK-IND-FAIXA       PIC 9(03)    VALUE ZEROS.
       77  WRK-FAIXA-ESCOLHIDA PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-LINHA       PIC 9(03)    VALUE 1.
       77  WRK-IND-UNIDADE     PIC 9(03)    VALUE ZEROS.

      *--- CALCULO DA DATA LIMITE (DATA + DIAS DE VALIDADE) ---
       01  WRK-DATA-CALC.
           05 WRK-DC-ANO       PIC 9(04).

           PERFORM 0110-OBTER-PROXIMO-NUMERO.
           PERFORM 0120-CARREGAR-PROMOCOES.
           PERFORM 0125-CARREGAR-FAIXAS.

           OPEN EXTEND ORCAMENTOS.
           IF FS-ORCAMENTOS EQUAL 35
             CLOSE PROMOCOES
           END-IF.

       0125-CARREGAR-FAIXAS            SECTION.
           PERFORM 0185-OBTER-CAMINHO-FAIXAPRC.
           OPEN INPUT FAIXAPRC.
           IF FS-FAIXAPRC NOT EQUAL 0
             DISPLAY "SEM ARQUIVO DE FAIXAS DE PRECO - ORCANDO SEM "
                     "PRECO DE ATACADO"
           ELSE
             READ FAIXAPRC NEXT RECORD
             PERFORM UNTIL FS-FAIXAPRC NOT EQUAL 00
               IF WRK-QTD-FAIXAS LESS WRK-MAX-FAIXAS
                  ADD 1 TO WRK-QTD-FAIXAS
                  MOVE FXP-CODIGO
                    TO WRK-FXP-CODIGO(WRK-QTD-FAIXAS)
                  MOVE FXP-QTD-MIN
                    TO WRK-FXP-QTD-MIN(WRK-QTD-FAIXAS)
                  MOVE FXP-VALOR
                    TO WRK-FXP-VALOR(WRK-QTD-FAIXAS)
                  MOVE FXP-DATA-INI
                    TO WRK-FXP-DATA-INI(WRK-QTD-FAIXAS)
                  MOVE FXP-DATA-FIM
                    TO WRK-FXP-DATA-FIM(WRK-QTD-FAIXAS)
               END-IF
               READ FAIXAPRC NEXT RECORD
             END-PERFORM
             CLOSE FAIXAPRC
           END-IF.

      *--------------------------------------------------------------
      *  0140-CALCULAR-VALIDADE: SOMA OS DIAS DE VALIDADE A DATA DO
      *  DIA, MES A MES PELA TABELA DE DIAS (FEVEREIRO COM 29 EM ANO
               IF PROD-INATIVO
                 DISPLAY "PRODUTO INATIVO - CODIGO " WRK-COD-ENTRADA
               ELSE
                 DISPLAY "QUANTIDADE (0 = 1) "
                   ACCEPT WRK-QTD-LINHA
                 IF WRK-QTD-LINHA NOT NUMERIC
                    OR WRK-QTD-LINHA EQUAL ZEROS
                    MOVE 1 TO WRK-QTD-LINHA
                 END-IF
                 MOVE PROD-VALOR TO WRK-VALOR
                 PERFORM 0210-APLICAR-PROMOCAO
                 PERFORM 0216-APLICAR-FAIXA
                 MOVE ZEROS TO WRK-IND-UNIDADE
                 PERFORM 0220-GRAVAR-ITEM
                   UNTIL WRK-IND-UNIDADE NOT LESS WRK-QTD-LINHA
               END-IF
           END-READ.
           DISPLAY "CODIGO DO PRODUTO (OU 'FIM' PARA ENCERRAR) "
             ADD 1 TO WRK-IND-PROMOCAO
           END-IF.

      *--- A MAIOR FAIXA VIGENTE ATINGIDA PELA QUANTIDADE VALE SE ---
      *--- SAIR MAIS BARATA E NAO FICAR ABAIXO DO CUSTO MEDIO      ---
       0216-APLICAR-FAIXA              SECTION.
           MOVE ZEROS TO WRK-FAIXA-ESCOLHIDA.
           MOVE 1     TO WRK-IND-FAIXA.
           PERFORM 0217-TESTAR-FAIXA
             UNTIL WRK-IND-FAIXA GREATER WRK-QTD-FAIXAS.
           IF WRK-FAIXA-ESCOLHIDA EQUAL ZEROS
             GO TO 0216-APLICAR-SAIDA
           END-IF.
           IF WRK-FXP-VALOR(WRK-FAIXA-ESCOLHIDA) NOT LESS WRK-VALOR
             GO TO 0216-APLICAR-SAIDA
           END-IF.
           IF PROD-CUSTO-MEDIO GREATER ZEROS
              AND WRK-FXP-VALOR(WRK-FAIXA-ESCOLHIDA)
                  LESS PROD-CUSTO-MEDIO
             DISPLAY "FAIXA DE ATACADO ABAIXO DO CUSTO MEDIO "
                     PROD-CUSTO-MEDIO " - ORCADO PELO PRECO "
                     WRK-VALOR
             GO TO 0216-APLICAR-SAIDA
           END-IF.
           MOVE WRK-FXP-VALOR(WRK-FAIXA-ESCOLHIDA) TO WRK-VALOR.
           DISPLAY "PRECO DE ATACADO NO ORCAMENTO (A PARTIR DE "
                   WRK-FXP-QTD-MIN(WRK-FAIXA-ESCOLHIDA) " UN): "
                   WRK-VALOR.
       0216-APLICAR-SAIDA.
           EXIT.

       0217-TESTAR-FAIXA               SECTION.
           IF WRK-FXP-CODIGO(WRK-IND-FAIXA) EQUAL PROD-CODIGO
              AND WRK-FXP-QTD-MIN(WRK-IND-FAIXA) IS LESS THAN OR
                  EQUAL TO WRK-QTD-LINHA
              AND DTM-AAAAMMDD IS GREATER THAN OR EQUAL TO
                  WRK-FXP-DATA-INI(WRK-IND-FAIXA)
              AND DTM-AAAAMMDD IS LESS THAN OR EQUAL TO
                  WRK-FXP-DATA-FIM(WRK-IND-FAIXA)
             IF WRK-FAIXA-ESCOLHIDA EQUAL ZEROS
               MOVE WRK-IND-FAIXA TO WRK-FAIXA-ESCOLHIDA
             ELSE
               IF WRK-FXP-QTD-MIN(WRK-IND-FAIXA) GREATER
                  WRK-FXP-QTD-MIN(WRK-FAIXA-ESCOLHIDA)
                 MOVE WRK-IND-FAIXA TO WRK-FAIXA-ESCOLHIDA
               END-IF
             END-IF
           END-IF.
           ADD 1 TO WRK-IND-FAIXA.

       0220-GRAVAR-ITEM                SECTION.
           MOVE WRK-NUM-ORCAMENTO TO ORC-NUMERO.
           MOVE WRK-ID-CLIENTE    TO ORC-ID-CLIENTE.
           WRITE REG-ORCAMENTO.
           ADD WRK-VALOR TO WRK-TOTAL-ORCADO.
           ADD 1 TO WRK-ACUM-ITENS.
           ADD 1 TO WRK-IND-UNIDADE.
           DISPLAY "ITEM ORCADO: " PROD-DESCRICAO " " WRK-VALOR.

           COPY "CAMPRODP.cpy".
           COPY "CAMORCP.cpy".
           COPY "CAMPRMP.cpy".
           COPY "CAMFXPP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE PRODUTOS.
               CLOSE ORCAMENTOS.
