      *==            BATCHLOG.
      *== 21/08/2026 - JV - CAMINHO DA SAIDA RESOLVIDO PELO MODULO
      *==            CONFIG, COMO OS DEMAIS ARQUIVOS DA SUITE.
      *== 15/10/2026 - JV - PONTO DE REPOSICAO PELA CLASSE ABC DO
      *==            PRD028: O ITEM A ENTRA NA LISTA JA COM SALDO ATE
      *==            1,5 VEZ O MINIMO, O C SO QUANDO FURA O MINIMO E
      *==            O B (OU AINDA SEM CLASSE) NO MINIMO, COMO ANTES.
      *==            A CLASSE SAI EM COLUNA PROPRIA.
      *=================================================================

       ENVIRONMENT DIVISION.
       77  FS-BATCHLOG  PIC 9(02) VALUE ZEROS.

       77  WRK-ACUM-APONTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-PONTO-REPOSICAO PIC 9(06) VALUE ZEROS.

       01  WRK-LINHA-CABEC.
           05 FILLER       PIC X(08) VALUE "CODIGO".
           05 FILLER       PIC X(32) VALUE "DESCRICAO".
           05 FILLER       PIC X(08) VALUE "SALDO".
           05 FILLER       PIC X(08) VALUE "MINIMO".
           05 FILLER       PIC X(03) VALUE "ABC".

       01  WRK-LINHA-DETALHE.
           05 WRK-D-CODIGO PIC ZZZZ9.
           05 WRK-D-SALDO  PIC ZZZZ9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WRK-D-MINIMO PIC ZZZZ9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WRK-D-CLASSE PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               READ PRODUTOS NEXT RECORD.

               PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
                 PERFORM 0210-CALCULAR-PONTO
                 IF PROD-STATUS NOT EQUAL 'I'
                    AND PROD-QTD-ESTOQUE IS LESS THAN OR EQUAL TO
                        WRK-PONTO-REPOSICAO
                   PERFORM 0220-IMPRIMIR-DETALHE
                 END-IF
                 READ PRODUTOS NEXT RECORD
               END-PERFORM.

      *--- A CLASSE A REPOE ANTES, A C SO ABAIXO DO MINIMO ---
       0210-CALCULAR-PONTO              SECTION.
             EVALUATE TRUE
               WHEN PROD-CLASSE-A
                 COMPUTE WRK-PONTO-REPOSICAO =
                     (PROD-ESTOQUE-MIN * 3) / 2
               WHEN PROD-CLASSE-C AND PROD-ESTOQUE-MIN GREATER ZEROS
                 COMPUTE WRK-PONTO-REPOSICAO =
                     PROD-ESTOQUE-MIN - 1
               WHEN OTHER
                 MOVE PROD-ESTOQUE-MIN TO WRK-PONTO-REPOSICAO
             END-EVALUATE.

       0220-IMPRIMIR-DETALHE            SECTION.
             MOVE PROD-CODIGO      TO WRK-D-CODIGO.
             MOVE PROD-DESCRICAO   TO WRK-D-DESCR.
             MOVE PROD-QTD-ESTOQUE TO WRK-D-SALDO.
             MOVE PROD-ESTOQUE-MIN TO WRK-D-MINIMO.
             MOVE PROD-CLASSE-ABC  TO WRK-D-CLASSE.
             MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
             WRITE REG-RELATORIO.
             ADD 1 TO WRK-ACUM-APONTADOS.
