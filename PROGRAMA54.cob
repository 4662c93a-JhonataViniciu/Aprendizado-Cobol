      *==           PRIMEIRO COMPONENTE DO KITDEF.DAT - A MESMA
      *==           CATEGORIA QUE O PROGRAMA15 USOU NA VENDA, PARA O
      *==           FECHAMENTO DO MES BATER COM O DIA A DIA.
      *== 15/10/2026 - JV - DEVOLUCOES AO FORNECEDOR (DEVFOR.DAT, PELO
      *==           PRD030) DA COMPETENCIA ESTORNAM O CREDITO DE ICMS
      *==           TOMADO NA ENTRADA, PELA MESMA CATEGORIA DO PRODUTO.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KITDEF.

           SELECT DEVFOR ASSIGN TO WRK-CAMINHO-DEVFOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVFOR.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
       FD  KITDEF.
           COPY "KITDEF.cpy".

       FD  DEVFOR.
           COPY "DEVFOR.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

           COPY "CAMPROD.cpy".
           COPY "CAMICM.cpy".
           COPY "CAMKIT.cpy".
           COPY "CAMDVF.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "COMPETEN.cpy".
       77  FS-KITDEF           PIC 9(02)    VALUE ZEROS.
       77  FS-TABICMS          PIC 9(02)    VALUE ZEROS.
       77  FS-RELAPUR          PIC 9(02)    VALUE ZEROS.
       77  FS-DEVFOR           PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-ENTRADAS PIC X(100)  VALUE
           "C:/COBOL/DADOS/ENTRADAS.DAT.txt".

       77  WRK-TOT-DEBITO      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ESTORNO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LIQUIDO         PIC S9(11)V99 VALUE ZEROS.

       01  WRK-LINHA-CATEG.
       0200-PROCESSAR                  SECTION.
           PERFORM 0210-APURAR-DEBITOS.
           PERFORM 0230-APURAR-CREDITOS.
           PERFORM 0240-ESTORNAR-DEVOLUCOES.
           PERFORM 0250-IMPRIMIR-APURACAO.

      *--- LADO DO DEBITO: ICMS SOBRE AS VENDAS DA COMPETENCIA ---
       0230-APURAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0240-ESTORNAR-DEVOLUCOES: MERCADORIA DEVOLVIDA AO FORNECEDOR
      *  NA COMPETENCIA DEVOLVE O CREDITO TOMADO NA ENTRADA - O ICMS
      *  DO VALOR DEVOLVIDO SAI DO CREDITO DA CATEGORIA DO PRODUTO.
      *  SEM O ARQUIVO DE DEVOLUCOES, NAO HA O QUE ESTORNAR.
      *--------------------------------------------------------------
       0240-ESTORNAR-DEVOLUCOES        SECTION.
           PERFORM 0176-OBTER-CAMINHO-DEVFOR.
           OPEN INPUT DEVFOR.
           IF FS-DEVFOR NOT EQUAL 0
             GO TO 0240-ESTORNAR-SAIDA
           END-IF.
           READ DEVFOR NEXT RECORD.
           PERFORM UNTIL FS-DEVFOR NOT EQUAL 00
             MOVE DVF-DATA TO WRK-DATA-MOV
             IF WRK-DM-AAAAMM EQUAL WRK-COMPETENCIA
               MOVE DVF-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM 0245-ESTORNAR-CREDITO
               END-READ
             END-IF
             READ DEVFOR NEXT RECORD
           END-PERFORM.
           CLOSE DEVFOR.
       0240-ESTORNAR-SAIDA.
           EXIT.

       0245-ESTORNAR-CREDITO           SECTION.
           PERFORM 0220-LOCALIZAR-CATEGORIA.
           IF ALIQUOTA-ACHADA
             COMPUTE WRK-ICMS-ITEM ROUNDED =
                 DVF-VALOR * WRK-ALIQ-PCT(WRK-IND-ALIQ) / 100
             IF WRK-ICMS-ITEM GREATER WRK-ALIQ-CREDITO(WRK-IND-ALIQ)
               MOVE WRK-ALIQ-CREDITO(WRK-IND-ALIQ) TO WRK-ICMS-ITEM
             END-IF
             SUBTRACT WRK-ICMS-ITEM
               FROM WRK-ALIQ-CREDITO(WRK-IND-ALIQ)
             SUBTRACT WRK-ICMS-ITEM FROM WRK-TOT-CREDITO
             ADD WRK-ICMS-ITEM TO WRK-TOT-ESTORNO
           END-IF.

       0250-IMPRIMIR-APURACAO          SECTION.
           MOVE "APURACAO DE ICMS DA COMPETENCIA" TO REG-RELAPUR.
           WRITE REG-RELAPUR.

           MOVE SPACES TO REG-RELAPUR.
           WRITE REG-RELAPUR.
           IF WRK-TOT-ESTORNO GREATER ZEROS
             MOVE "ESTORNO POR DEVOLUCAO..." TO WRK-LT-ROTULO
             MOVE WRK-TOT-ESTORNO TO WRK-LT-VALOR
             MOVE WRK-LINHA-TOTAL TO REG-RELAPUR
             WRITE REG-RELAPUR
           END-IF.
           COMPUTE WRK-LIQUIDO = WRK-TOT-DEBITO - WRK-TOT-CREDITO.
           IF WRK-LIQUIDO IS GREATER THAN OR EQUAL TO ZEROS
             MOVE "ICMS A RECOLHER........." TO WRK-LT-ROTULO
           COPY "CAMPRODP.cpy".
           COPY "CAMICMP.cpy".
           COPY "CAMKITP.cpy".
           COPY "CAMDVFP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA54" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
