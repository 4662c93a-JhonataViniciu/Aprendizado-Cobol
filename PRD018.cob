      *==            DIVERGIA DO CADASTRO DEPOIS DO PRIMEIRO
      *==            INVENTARIO, DA PRIMEIRA VENDA DE KIT OU DO
      *==            PRIMEIRO ARQUIVAMENTO.
      *==  15/10/2026 - JV - DEVOLUCOES AO FORNECEDOR (DEVFOR.DAT,
      *==            PRD030) ENTRAM NA FICHA COMO SAIDA "DEV.FORN.".
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCAO.

           SELECT DEVFOR ASSIGN TO WRK-CAMINHO-DEVFOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVFOR.

           SELECT AUDPROD ASSIGN TO WRK-CAMINHO-AUDPROD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDPROD.
       FD  DEVOLUCAO.
           COPY "DEVOLUCA.cpy".

       FD  DEVFOR.
           COPY "DEVFOR.cpy".

       FD  AUDPROD.
           COPY "AUDPROD.cpy".

           COPY "CAMPROD.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMDEV.cpy".
           COPY "CAMDVF.cpy".
           COPY "CAMAPR.cpy".
           COPY "CAMKIT.cpy".
           COPY "CAMARS.cpy".
       77  FS-ENTRADAS     PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-DEVOLUCAO    PIC 9(02) VALUE ZEROS.
       77  FS-DEVFOR       PIC 9(02) VALUE ZEROS.
       77  FS-AUDPROD      PIC 9(02) VALUE ZEROS.
       77  FS-KITDEF       PIC 9(02) VALUE ZEROS.
       77  FS-ARQRESUM     PIC 9(02) VALUE ZEROS.
             CLOSE DEVOLUCAO
           END-IF.

           PERFORM 0176-OBTER-CAMINHO-DEVFOR.
           OPEN INPUT DEVFOR.
           IF FS-DEVFOR EQUAL 0
             READ DEVFOR NEXT RECORD
             PERFORM UNTIL FS-DEVFOR NOT EQUAL 00
               IF DVF-CODIGO EQUAL WRK-CODIGO
                 MOVE DVF-DATA TO ORD-DATA
                 MOVE "F"      TO ORD-TIPO
                 COMPUTE ORD-QTD = DVF-QTD * -1
                 RELEASE WRK-REG-ORDKDX
               END-IF
               READ DEVFOR NEXT RECORD
             END-PERFORM
             CLOSE DEVFOR
           END-IF.

      *    AJUSTES DE INVENTARIO (PRD017) MUDAM O SALDO DO CADASTRO
      *    SEM ENTRADA NEM VENDA - A DIFERENCA DEPOIS - ANTES DA
      *    TRILHA (OPERACAO J) ENTRA NA FICHA
             WHEN "K" MOVE "COMP. KIT" TO WRK-LK-TIPO
             WHEN "V" MOVE "VENDA"     TO WRK-LK-TIPO
             WHEN "D" MOVE "DEVOLUCAO" TO WRK-LK-TIPO
             WHEN "F" MOVE "DEV.FORN." TO WRK-LK-TIPO
           END-EVALUATE.
           MOVE ORD-QTD   TO WRK-LK-QTD.
           MOVE WRK-SALDO TO WRK-LK-SALDO.
           COPY "CAMPRODP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMDEVP.cpy".
           COPY "CAMDVFP.cpy".
           COPY "CAMAPRP.cpy".
           COPY "CAMKITP.cpy".
           COPY "CAMARSP.cpy".
