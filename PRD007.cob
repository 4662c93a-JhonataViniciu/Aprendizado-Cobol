      *==            INFORMAR O NUMERO DO LOTE E A VALIDADE, QUE VAO
      *==            PARA O SALDO POR LOTE (LOTES.DAT) - A VENDA
      *==            CONSOME FEFO E O PRD027 LISTA OS LOTES A VENCER.
      *==
      *==  15/10/2026 - JV - O DOCUMENTO DO FORNECEDOR PASSA A SER
      *==            PEDIDO NA ABERTURA DA SESSAO E SAI EM CADA LINHA
      *==            DO DIARIO DE ENTRADAS, JUNTO COM A FILIAL
      *==            RECEBEDORA (LAYOUT AGORA NO ENTRADAS.cpy) - E
      *==            POR ELES QUE A DEVOLUCAO AO FORNECEDOR (PRD030)
      *==            ACHA A ENTRADA. A DUPLICATA USA O MESMO DOCUMENTO.
      *==
      *==  15/10/2026 - JV - O NUMERO DO PEDIDO DA SESSAO SAI EM CADA
      *==            LINHA DO DIARIO DE ENTRADAS (ENT-PEDIDO) PARA O
      *==            PRAZO DE ENTREGA DO FORNECEDOR SER MEDIDO (PRD031).
      *==
      *==  15/10/2026 - JV - A DUPLICATA DE MERCADORIA SAI COM A CONTA
      *==            E O CENTRO DE CUSTO ZERADOS - SO AS DESPESAS DO
      *==            PRD042/PRD044 LEVAM CONTA DO PLANOCON.DAT.
      *==
      *==  15/10/2026 - JV - CUSTO DE CHEGADA: NO FIM DA DIGITACAO A
      *==            SESSAO PEDE O FRETE, O SEGURO E A DESCARGA DA
      *==            NOTA E O CONHECIMENTO DE FRETE COBRADO A PARTE
      *==            POR TRANSPORTADORA, RATEIA O TOTAL NAS LINHAS POR
      *==            VALOR OU POR QUANTIDADE E SO ENTAO ATUALIZA SALDO,
      *==            CUSTO MEDIO (SOBRE O CUSTO DE CHEGADA), FILIAL E
      *==            DIARIO (ENT-CUSTO-ADIC). A DUPLICATA DO FORNECEDOR
      *==            SOMA AS DESPESAS DA NOTA E O CONHECIMENTO VIRA
      *==            DUPLICATA PROPRIA DA TRANSPORTADORA, AMARRADA AO
      *==            RECEBIMENTO (CAP-REF-FORNECEDOR/CAP-REF-DOCUMENTO).
      *==
      *==  15/10/2026 - JV - O LOTE REGISTRADO NO ITEM SAI NA LINHA DO
      *==            DIARIO DE ENTRADAS (ENT-LOTE), PARA O RECALL DO
      *==            PRD046 SABER EM QUE FILIAL O LOTE ENTROU.
      *=================================================================

       ENVIRONMENT DIVISION.
       FD  FORNECEDORES.
           COPY "FORNECED.cpy".
       FD  ENTRADAS.
           COPY "ENTRADAS.cpy".
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       77  WRK-QTD         PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO       PIC 9(05)V99 VALUE ZEROS.

      *-------------------- ITENS DA NOTA (APLICADOS NO FIM) ------------
       01  WRK-TAB-ITENS.
           05 WRK-ITE-ITEM OCCURS 100 TIMES.
              10 WRK-ITE-CODIGO   PIC 9(05).
              10 WRK-ITE-QTD      PIC 9(05).
              10 WRK-ITE-CUSTO    PIC 9(05)V99.
              10 WRK-ITE-ADIC     PIC 9(08)V99.
              10 WRK-ITE-LOTE     PIC X(10).
       77  WRK-QTD-ITENS   PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-ITENS   PIC 9(03) VALUE 100.
       77  WRK-IND-ITE     PIC 9(03) VALUE ZEROS.

      *-------------------- CUSTOS ADICIONAIS DO RECEBIMENTO ------------
       77  WRK-FRETE       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SEGURO      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DESCARGA    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ADIC-NOTA   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RESP-CTE    PIC X(01) VALUE SPACES.
       77  WRK-TRANSPORTADORA PIC 9(04) VALUE ZEROS.
       77  WRK-DOC-CTE     PIC X(10) VALUE SPACES.
       77  WRK-VALOR-CTE   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VENC-CTE    PIC 9(08) VALUE ZEROS.
       77  WRK-ADIC-TOTAL  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-METODO-RATEIO PIC X(01) VALUE SPACES.
           88 RATEIO-POR-VALOR      VALUE "V".
           88 RATEIO-POR-QTD        VALUE "Q".
       77  WRK-BASE-TOTAL  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-BASE-ITEM   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ADIC-RATEADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ADIC        PIC 9(08)V99 VALUE ZEROS.

      *-------------------- CALCULO DO CUSTO MEDIO ----------------------
       77  WRK-SALDO-ANTES PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO-TOTAL PIC 9(10)V99 VALUE ZEROS.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR UNTIL FIM-DAS-ENTRADAS.
               PERFORM 0250-APLICAR-CUSTOS.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.

           PERFORM 0110-VALIDAR-FORNECEDOR.

           DISPLAY "NUMERO DO DOCUMENTO DO FORNECEDOR... "
             ACCEPT WRK-DOCUMENTO.

           DISPLAY "NUMERO DO PEDIDO DE COMPRA (0 = SEM PEDIDO) "
             ACCEPT WRK-NUM-PEDIDO.
           IF WRK-NUM-PEDIDO GREATER ZEROS
           DISPLAY "CODIGO DO PRODUTO (OU 'FIM' PARA ENCERRAR) "
             ACCEPT WRK-CODIGO.

           IF NOT FIM-DAS-ENTRADAS
              AND WRK-QTD-ITENS NOT LESS WRK-MAX-ITENS
             DISPLAY "NOTA JA TEM " WRK-MAX-ITENS " ITENS - DIGITE "
                     "FIM E LANCE O RESTANTE EM OUTRA SESSAO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           IF NOT FIM-DAS-ENTRADAS
             MOVE WRK-CODIGO TO PROD-CODIGO
             READ PRODUTOS KEY IS PROD-CODIGO
                 PERFORM 0210-RECEBER-ITEM
             END-READ
           END-IF.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-RECEBER-ITEM               SECTION.
           DISPLAY "PRODUTO: " PROD-DESCRICAO.
           DISPLAY "CUSTO UNITARIO DA NOTA... "
             ACCEPT WRK-CUSTO.

           ADD 1 TO WRK-QTD-ITENS.
           MOVE PROD-CODIGO TO WRK-ITE-CODIGO(WRK-QTD-ITENS).
           MOVE WRK-QTD     TO WRK-ITE-QTD(WRK-QTD-ITENS).
           MOVE WRK-CUSTO   TO WRK-ITE-CUSTO(WRK-QTD-ITENS).
           MOVE ZEROS       TO WRK-ITE-ADIC(WRK-QTD-ITENS).
           MOVE SPACES      TO WRK-ITE-LOTE(WRK-QTD-ITENS).
           PERFORM 0235-REGISTRAR-LOTE.
           IF WRK-NUM-PEDIDO GREATER ZEROS
             PERFORM 0240-RECEBER-CONTRA-PEDIDO
           MOVE WRK-QTD         TO LOT-QTD.
           WRITE REG-LOTE.
           CLOSE LOTES.
           MOVE WRK-LOTE-NUMERO TO WRK-ITE-LOTE(WRK-QTD-ITENS).
           DISPLAY "LOTE REGISTRADO COM VALIDADE " WRK-LOTE-VALID.
       0235-REGISTRAR-SAIDA.
           EXIT.
             ADD 1 TO WRK-IND-PED
           END-IF.

      *--------------------------------------------------------------
      *  0250-APLICAR-CUSTOS: COM A NOTA DIGITADA, PEDE AS DESPESAS
      *  DE FRETE, SEGURO E DESCARGA DA NOTA E O CONHECIMENTO DE
      *  FRETE COBRADO A PARTE, RATEIA O TOTAL NAS LINHAS (POR VALOR
      *  OU POR QUANTIDADE - A SOBRA DE ARREDONDAMENTO VAI NA ULTIMA)
      *  E APLICA CADA LINHA NO ESTOQUE PELO CUSTO DE CHEGADA.
      *--------------------------------------------------------------
       0250-APLICAR-CUSTOS             SECTION.
           IF WRK-QTD-ITENS EQUAL ZEROS
             GO TO 0250-APLICAR-SAIDA
           END-IF.

           DISPLAY "---------------------------".
           DISPLAY "FRETE DESTACADO NA NOTA (0 = SEM).... "
             ACCEPT WRK-FRETE.
           DISPLAY "SEGURO DESTACADO NA NOTA (0 = SEM)... "
             ACCEPT WRK-SEGURO.
           DISPLAY "DESCARGA (0 = SEM)................... "
             ACCEPT WRK-DESCARGA.
           COMPUTE WRK-ADIC-NOTA = WRK-FRETE + WRK-SEGURO
                                 + WRK-DESCARGA.

           DISPLAY "FRETE COBRADO A PARTE POR TRANSPORTADORA? (S/N) "
             ACCEPT WRK-RESP-CTE.
           IF WRK-RESP-CTE EQUAL "S" OR WRK-RESP-CTE EQUAL "s"
             PERFORM 0255-VALIDAR-TRANSPORTADORA
             MOVE SPACES TO WRK-DOC-CTE
             PERFORM UNTIL WRK-DOC-CTE NOT EQUAL SPACES
               DISPLAY "NUMERO DO CONHECIMENTO DE FRETE... "
                 ACCEPT WRK-DOC-CTE
             END-PERFORM
             MOVE ZEROS TO WRK-VALOR-CTE
             PERFORM UNTIL WRK-VALOR-CTE GREATER ZEROS
               DISPLAY "VALOR DO CONHECIMENTO... "
                 ACCEPT WRK-VALOR-CTE
             END-PERFORM
             DISPLAY "VENCIMENTO DO CONHECIMENTO (AAAAMMDD).. "
               ACCEPT WRK-VENC-CTE
           END-IF.

           COMPUTE WRK-ADIC-TOTAL = WRK-ADIC-NOTA + WRK-VALOR-CTE.
           IF WRK-ADIC-TOTAL GREATER ZEROS
             PERFORM 0260-RATEAR-ADICIONAL
           END-IF.

           MOVE 1 TO WRK-IND-ITE.
           PERFORM 0270-APLICAR-ITEM
             UNTIL WRK-IND-ITE GREATER WRK-QTD-ITENS.
       0250-APLICAR-SAIDA.
           EXIT.

       0255-VALIDAR-TRANSPORTADORA     SECTION.
           DISPLAY "ID DA TRANSPORTADORA (CADASTRO DE FORNECEDORES) "
             ACCEPT WRK-TRANSPORTADORA.
           MOVE WRK-TRANSPORTADORA TO FOR-ID.
           READ FORNECEDORES KEY IS FOR-ID
             INVALID KEY
               DISPLAY "TRANSPORTADORA NAO CADASTRADA"
               PERFORM 0255-VALIDAR-TRANSPORTADORA
             NOT INVALID KEY
               IF FOR-INATIVO
                 DISPLAY "TRANSPORTADORA ESTA INATIVA"
                 PERFORM 0255-VALIDAR-TRANSPORTADORA
               ELSE
                 DISPLAY "TRANSPORTADORA: " FOR-NOME
               END-IF
           END-READ.

       0260-RATEAR-ADICIONAL           SECTION.
           MOVE SPACES TO WRK-METODO-RATEIO.
           PERFORM UNTIL RATEIO-POR-VALOR OR RATEIO-POR-QTD
             DISPLAY "RATEIO DAS DESPESAS: V = POR VALOR, "
                     "Q = POR QUANTIDADE "
               ACCEPT WRK-METODO-RATEIO
             IF WRK-METODO-RATEIO EQUAL "v"
               MOVE "V" TO WRK-METODO-RATEIO
             END-IF
             IF WRK-METODO-RATEIO EQUAL "q"
               MOVE "Q" TO WRK-METODO-RATEIO
             END-IF
           END-PERFORM.

           MOVE ZEROS TO WRK-BASE-TOTAL.
           MOVE 1 TO WRK-IND-ITE.
           PERFORM 0262-SOMAR-BASE
             UNTIL WRK-IND-ITE GREATER WRK-QTD-ITENS.
           IF WRK-BASE-TOTAL EQUAL ZEROS
              AND RATEIO-POR-VALOR
             DISPLAY "NOTA SEM VALOR DE MERCADORIA - RATEIO FEITO "
                     "POR QUANTIDADE"
             MOVE "Q" TO WRK-METODO-RATEIO
             MOVE 1 TO WRK-IND-ITE
             PERFORM 0262-SOMAR-BASE
               UNTIL WRK-IND-ITE GREATER WRK-QTD-ITENS
           END-IF.

           MOVE ZEROS TO WRK-ADIC-RATEADO.
           MOVE 1 TO WRK-IND-ITE.
           PERFORM 0264-RATEAR-ITEM
             UNTIL WRK-IND-ITE GREATER WRK-QTD-ITENS.
           DISPLAY "DESPESAS RATEADAS NOS ITENS: " WRK-ADIC-TOTAL.

       0262-SOMAR-BASE                 SECTION.
           PERFORM 0266-BASE-DO-ITEM.
           ADD WRK-BASE-ITEM TO WRK-BASE-TOTAL.
           ADD 1 TO WRK-IND-ITE.

       0264-RATEAR-ITEM                SECTION.
           IF WRK-IND-ITE EQUAL WRK-QTD-ITENS
             COMPUTE WRK-ITE-ADIC(WRK-IND-ITE) =
                 WRK-ADIC-TOTAL - WRK-ADIC-RATEADO
           ELSE
             PERFORM 0266-BASE-DO-ITEM
             COMPUTE WRK-ITE-ADIC(WRK-IND-ITE) ROUNDED =
                 WRK-ADIC-TOTAL * WRK-BASE-ITEM / WRK-BASE-TOTAL
             ADD WRK-ITE-ADIC(WRK-IND-ITE) TO WRK-ADIC-RATEADO
           END-IF.
           ADD 1 TO WRK-IND-ITE.

       0266-BASE-DO-ITEM               SECTION.
           IF RATEIO-POR-VALOR
             COMPUTE WRK-BASE-ITEM = WRK-ITE-QTD(WRK-IND-ITE)
                                   * WRK-ITE-CUSTO(WRK-IND-ITE)
           ELSE
             MOVE WRK-ITE-QTD(WRK-IND-ITE) TO WRK-BASE-ITEM
           END-IF.

       0270-APLICAR-ITEM               SECTION.
           MOVE WRK-ITE-CODIGO(WRK-IND-ITE) TO PROD-CODIGO.
           READ PRODUTOS KEY IS PROD-CODIGO
             INVALID KEY
               DISPLAY "PRODUTO " PROD-CODIGO " SUMIU DO CADASTRO - "
                       "LINHA NAO APLICADA"
             NOT INVALID KEY
               MOVE WRK-ITE-QTD(WRK-IND-ITE)   TO WRK-QTD
               MOVE WRK-ITE-CUSTO(WRK-IND-ITE) TO WRK-CUSTO
               MOVE WRK-ITE-ADIC(WRK-IND-ITE)  TO WRK-ADIC
               DISPLAY "PRODUTO: " PROD-DESCRICAO
               PERFORM 0220-ATUALIZAR-PRODUTO
               PERFORM 0125-CREDITAR-FILIAL
               PERFORM 0230-GRAVAR-ENTRADA
           END-READ.
           ADD 1 TO WRK-IND-ITE.

      *--------------------------------------------------------------
      *  0220-ATUALIZAR-PRODUTO: SOMA A QUANTIDADE AO SALDO E
      *  RECALCULA O CUSTO MEDIO PONDERADO ENTRE O SALDO EXISTENTE
      *  (AO CUSTO MEDIO ATUAL) E A QUANTIDADE RECEBIDA (AO CUSTO DE
      *  CHEGADA: CUSTO DA NOTA MAIS AS DESPESAS RATEADAS NA LINHA).
      *--------------------------------------------------------------
       0220-ATUALIZAR-PRODUTO          SECTION.
           MOVE PROD-QTD-ESTOQUE TO WRK-SALDO-ANTES.

           COMPUTE WRK-CUSTO-TOTAL =
               (WRK-SALDO-ANTES * PROD-CUSTO-MEDIO)
               + (WRK-QTD * WRK-CUSTO) + WRK-ADIC.

           ADD WRK-QTD TO PROD-QTD-ESTOQUE.

           MOVE WRK-QTD        TO ENT-QTD.
           MOVE WRK-CUSTO      TO ENT-CUSTO-UNIT.
           COMPUTE ENT-CUSTO-TOTAL = WRK-QTD * WRK-CUSTO.
           MOVE WRK-DOCUMENTO  TO ENT-DOCUMENTO.
           MOVE WRK-FILIAL     TO ENT-FILIAL.
           MOVE WRK-NUM-PEDIDO TO ENT-PEDIDO.
           MOVE WRK-ADIC       TO ENT-CUSTO-ADIC.
           MOVE WRK-ITE-LOTE(WRK-IND-ITE) TO ENT-LOTE.
           WRITE REG-ENTRADA.
           ADD ENT-CUSTO-TOTAL TO WRK-TOTAL-SESSAO.

               CLOSE PRODUTOS.
               CLOSE FORNECEDORES.
               CLOSE ENTRADAS.
               ADD WRK-ADIC-NOTA TO WRK-TOTAL-SESSAO.
               IF WRK-TOTAL-SESSAO GREATER ZEROS
                 PERFORM 0310-GERAR-DUPLICATA
               END-IF.
               IF WRK-VALOR-CTE GREATER ZEROS
                 PERFORM 0315-GERAR-DUPLICATA-FRETE
               END-IF.
               IF PEDIDO-ALTERADO
                 PERFORM 0320-REGRAVAR-PEDIDOS
               END-IF.
      *--------------------------------------------------------------
      *  0310-GERAR-DUPLICATA: A SESSAO DE RECEBIMENTO VIRA UMA
      *  DUPLICATA NO CONTAS A PAGAR, COM O DOCUMENTO DO FORNECEDOR
      *  E O VENCIMENTO COMBINADO - NADA MAIS FICA SO NO PAPEL. O
      *  VALOR E A MERCADORIA MAIS AS DESPESAS DESTACADAS NA NOTA.
      *--------------------------------------------------------------
       0310-GERAR-DUPLICATA            SECTION.
               DISPLAY "VENCIMENTO DA DUPLICATA (AAAAMMDD).. "
                 ACCEPT WRK-VENCIMENTO.

                 MOVE WRK-TOTAL-SESSAO TO CAP-VALOR
                 MOVE ZEROS            TO CAP-VALOR-PAGO
                 MOVE 'A'              TO CAP-STATUS
                 MOVE ZEROS            TO CAP-CONTA
                 MOVE ZEROS            TO CAP-CCUSTO
                 MOVE ZEROS            TO CAP-REF-FORNECEDOR
                 MOVE SPACES           TO CAP-REF-DOCUMENTO
                 WRITE REG-CONTAPAG
                 CLOSE CONTAPAG
                 DISPLAY "DUPLICATA REGISTRADA NO CONTAS A PAGAR - "
                         "VALOR " WRK-TOTAL-SESSAO
               END-IF.

      *--------------------------------------------------------------
      *  0315-GERAR-DUPLICATA-FRETE: O CONHECIMENTO DA TRANSPORTADORA
      *  VIRA DUPLICATA PROPRIA, AMARRADA AO RECEBIMENTO PELO
      *  FORNECEDOR E DOCUMENTO DA NOTA DE MERCADORIA.
      *--------------------------------------------------------------
       0315-GERAR-DUPLICATA-FRETE      SECTION.
               CALL "DATAMES" USING WRK-AREA-DATAMES.
               PERFORM 0144-OBTER-CAMINHO-CONTAPAG.
               OPEN EXTEND CONTAPAG.
               IF FS-CONTAPAG EQUAL 35
                 OPEN OUTPUT CONTAPAG
               END-IF.
               IF FS-CONTAPAG NOT EQUAL 0
                 DISPLAY "CONTAS A PAGAR NAO FOI ABERTO - STATUS "
                         FS-CONTAPAG " - CONHECIMENTO " WRK-DOC-CTE
                         " NAO REGISTRADO"
               ELSE
                 MOVE WRK-TRANSPORTADORA TO CAP-FORNECEDOR
                 MOVE WRK-DOC-CTE      TO CAP-DOCUMENTO
                 MOVE DTM-AAAAMMDD     TO CAP-DATA-ENTRADA
                 MOVE WRK-VENC-CTE     TO CAP-VENCIMENTO
                 MOVE WRK-VALOR-CTE    TO CAP-VALOR
                 MOVE ZEROS            TO CAP-VALOR-PAGO
                 MOVE 'A'              TO CAP-STATUS
                 MOVE ZEROS            TO CAP-CONTA
                 MOVE ZEROS            TO CAP-CCUSTO
                 MOVE WRK-FORNECEDOR   TO CAP-REF-FORNECEDOR
                 MOVE WRK-DOCUMENTO    TO CAP-REF-DOCUMENTO
                 WRITE REG-CONTAPAG
                 CLOSE CONTAPAG
                 DISPLAY "DUPLICATA DO FRETE REGISTRADA - "
                         "TRANSPORTADORA " WRK-TRANSPORTADORA
                         " VALOR " WRK-VALOR-CTE
               END-IF.

       0320-REGRAVAR-PEDIDOS           SECTION.
               IF PEDIDOS-TRANSBORDOU
                 DISPLAY "CARGA DE PEDIDOS INCOMPLETA - REGRAVACAO "
