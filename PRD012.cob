      *==            SUGERIDO; O COMPRADOR AJUSTA E CONFIRMA NO
      *==            PRD013 E O PRD007 RECEBE CONTRA O PEDIDO.
      *==            REGISTRA A EXECUCAO NO BATCHLOG.
      *==  15/10/2026 - JV - PONTO DE REPOSICAO E QUANTIDADE PELA
      *==            CLASSE ABC DO PRD028, NO MESMO CRITERIO DO
      *==            PRD005: O ITEM A ENTRA COM SALDO ATE 1,5 VEZ O
      *==            MINIMO E REPOE ATE O TRIPLO DELE; O B (OU AINDA
      *==            SEM CLASSE) SEGUE NO MINIMO E NO DOBRO; O C SO
      *==            ENTRA ABAIXO DO MINIMO E REPOE SO ATE ELE.
      *==  15/10/2026 - JV - PRODUTO COM LOTE DE REPOSICAO APROVADO
      *==            (PROD-QTD-REPOS, RECALCULO DO PRD033 APROVADO NO
      *==            PRD034) REPOE ATE O PONTO DE REPOSICAO MAIS O
      *==            LOTE; SEM LOTE SEGUE A REGRA DA CLASSE ABC.
      *=================================================================

       ENVIRONMENT DIVISION.
       77  WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       77  WRK-NUM-PEDIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SUGERIDA PIC 9(05) VALUE ZEROS.
       77  WRK-PONTO-REPOSICAO PIC 9(06) VALUE ZEROS.
       77  WRK-ESTOQUE-ALVO PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-LINHAS PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0200-PROCESSAR                  SECTION.
           READ PRODUTOS NEXT RECORD.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
             PERFORM 0205-CALCULAR-REPOSICAO
             IF PROD-ATIVO
                AND PROD-QTD-ESTOQUE IS LESS THAN OR EQUAL TO
                    WRK-PONTO-REPOSICAO
               MOVE ZEROS TO WRK-QTD-SUGERIDA
               IF WRK-ESTOQUE-ALVO GREATER PROD-QTD-ESTOQUE
                 COMPUTE WRK-QTD-SUGERIDA =
                     WRK-ESTOQUE-ALVO - PROD-QTD-ESTOQUE
               END-IF
               IF WRK-QTD-SUGERIDA GREATER ZEROS
                 PERFORM 0210-GRAVAR-LINHA
               END-IF
             READ PRODUTOS NEXT RECORD
           END-PERFORM.

      *--- CLASSE A REPOE ANTES E MAIS, C SO ABAIXO DO MINIMO ---
       0205-CALCULAR-REPOSICAO         SECTION.
           EVALUATE TRUE
             WHEN PROD-CLASSE-A
               COMPUTE WRK-PONTO-REPOSICAO =
                   (PROD-ESTOQUE-MIN * 3) / 2
               COMPUTE WRK-ESTOQUE-ALVO = PROD-ESTOQUE-MIN * 3
             WHEN PROD-CLASSE-C AND PROD-ESTOQUE-MIN GREATER ZEROS
               COMPUTE WRK-PONTO-REPOSICAO = PROD-ESTOQUE-MIN - 1
               MOVE PROD-ESTOQUE-MIN TO WRK-ESTOQUE-ALVO
             WHEN OTHER
               MOVE PROD-ESTOQUE-MIN TO WRK-PONTO-REPOSICAO
               COMPUTE WRK-ESTOQUE-ALVO = PROD-ESTOQUE-MIN * 2
           END-EVALUATE.
           IF PROD-QTD-REPOS IS NUMERIC
              AND PROD-QTD-REPOS GREATER ZEROS
               COMPUTE WRK-ESTOQUE-ALVO =
                   WRK-PONTO-REPOSICAO + PROD-QTD-REPOS
           END-IF.

       0210-GRAVAR-LINHA               SECTION.
           MOVE WRK-NUM-PEDIDO   TO PED-NUMERO.
           MOVE WRK-FORNECEDOR   TO PED-FORNECEDOR.
           WRITE REG-PEDCOMP.
           ADD 1 TO WRK-ACUM-LINHAS.
           DISPLAY "SUGERIDO: " PROD-DESCRICAO " QTD "
                   WRK-QTD-SUGERIDA " CLASSE " PROD-CLASSE-ABC.

           COPY "CAMPRODP.cpy".
           COPY "CAMFORP.cpy".
