      *==            CONFIG, COMO OS DEMAIS ARQUIVOS DA SUITE.
      *== 21/08/2026 - JV - ENCERRAMENTO TROCADO PARA GOBACK, PARA O
      *==            PROGRAMA PODER SER PASSO DA CADEIA DO PROGRAMA29.
      *== 15/10/2026 - JV - SEM CAMINHO FIXO NO CONFIG (RELAGING_DAT),
      *==            A SAIDA PASSA A SER A GERACAO DATADA DO RELGER
      *==            ("AGING"), CATALOGADA E DISTRIBUIVEL PELO
      *==            RELDIST.
      *== 15/10/2026 - JV - O AGING SAI AGRUPADO PELA FILIAL DO
      *==            CLIENTE (REG-FILIAL DO CADASTRO), CADA GRUPO
      *==            ABERTO PELA LINHA "FILIAL NN" E FECHADO PELO
      *==            TOTAL DA FILIAL, PARA O RELDIST SEPARAR A COPIA
      *==            DE CADA GERENTE. CLIENTE SEM CADASTRO OU SEM
      *==            FILIAL VAI PARA O GRUPO 00, QUE COMO O TOTAL
      *==            GERAL DA EMPRESA (FILIAL 00, NO FIM) SO SAI NA
      *==            COPIA CONSOLIDADA.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT RELATORIO ASSIGN TO WRK-CAMINHO-RELAGING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDAGING ASSIGN TO "WRKORDAGING".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC.
           COPY "CONTAREC.cpy".
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDAGING.
       01  WRK-REG-ORDAGING.
           05 ORD-FILIAL       PIC 9(02).
           05 ORD-ID           PIC 9(04).
           05 ORD-A-VENCER     PIC 9(08)V99.
           05 ORD-FAIXA30      PIC 9(08)V99.
           05 ORD-FAIXA60      PIC 9(08)V99.
           05 ORD-FAIXA90      PIC 9(08)V99.
           05 ORD-ACIMA90      PIC 9(08)V99.

       WORKING-STORAGE               SECTION.
           COPY "CAMCRC.cpy".
           COPY "CAMARQ.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  WRK-CAMINHO-RELAGING       PIC X(100) VALUE SPACES.
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-CLIENTES         PIC 9(02)    VALUE ZEROS.
       77  FS-RELATORIO        PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-CLIENTES     PIC X(01)    VALUE "N".
           88 CLIENTES-ABERTO               VALUE "S".
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.

      *--- DATA DE REFERENCIA E SERIAL 30/360 ---
       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-ITEM OCCURS 200 TIMES.
              10 WRK-CLI-ID        PIC 9(04).
              10 WRK-CLI-FILIAL    PIC 9(02).
              10 WRK-CLI-A-VENCER  PIC 9(08)V99.
              10 WRK-CLI-FAIXA30   PIC 9(08)V99.
              10 WRK-CLI-FAIXA60   PIC 9(08)V99.
      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-ABERTAS    PIC 9(05)    VALUE ZEROS.

      *--- QUEBRA PELA FILIAL: TOTAIS DA FILIAL E DA EMPRESA ---
       77  WRK-FIM-ORDAGING    PIC X(01)    VALUE "N".
       77  WRK-PRIMEIRO        PIC X(01)    VALUE "S".
       77  WRK-GRP-FILIAL      PIC 9(02)    VALUE ZEROS.
       01  WRK-TOT-FILIAL.
           05 WRK-TF-A-VENCER  PIC 9(08)V99.
           05 WRK-TF-FAIXA30   PIC 9(08)V99.
           05 WRK-TF-FAIXA60   PIC 9(08)V99.
           05 WRK-TF-FAIXA90   PIC 9(08)V99.
           05 WRK-TF-ACIMA90   PIC 9(08)V99.
       01  WRK-TOT-GERAL.
           05 WRK-TG-A-VENCER  PIC 9(08)V99.
           05 WRK-TG-FAIXA30   PIC 9(08)V99.
           05 WRK-TG-FAIXA60   PIC 9(08)V99.
           05 WRK-TG-FAIXA90   PIC 9(08)V99.
           05 WRK-TG-ACIMA90   PIC 9(08)V99.

      *--- LINHAS DO RELATORIO ---
       01  WRK-LINHA-CABEC.
           05 FILLER  PIC X(08) VALUE "CLIENTE".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LA-ACIMA90   PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 FILLER           PIC X(06) VALUE "TOTAL ".
           05 WRK-LT-A-VENCER  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LT-FAIXA30   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LT-FAIXA60   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LT-FAIXA90   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LT-ACIMA90   PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-FILIAL.
           05 FILLER           PIC X(07) VALUE "FILIAL ".
           05 WRK-LF-FILIAL    PIC 9(02).
           05 WRK-LF-TEXTO     PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
             GOBACK
           END-IF.

           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 0
             SET CLIENTES-ABERTO TO TRUE
           ELSE
             DISPLAY "CADASTRO DE CLIENTES NAO FOI ABERTO - STATUS "
                     FS-CLIENTES " - AGING SEM QUEBRA POR FILIAL"
           END-IF.

           CALL "CONFIG" USING
               "RELAGING_DAT        " WRK-CAMINHO-RELAGING.
           IF WRK-CAMINHO-RELAGING EQUAL SPACES
             MOVE "AGING" TO RG-NOME-RELATORIO
             CALL "RELGER" USING WRK-AREA-RELGER
             MOVE RG-CAMINHO TO WRK-CAMINHO-RELAGING
           END-IF.

           OPEN OUTPUT RELATORIO .

           IF FS-RELATORIO NOT EQUAL 0
             DISPLAY "RELATORIO NAO FOI ABERTO CORRETAMENTE"
             CLOSE CONTAREC
             IF CLIENTES-ABERTO
               CLOSE CLIENTES
             END-IF
             GOBACK
           END-IF.

                 ADD 1 TO WRK-QTD-CLIENTES
                 MOVE WRK-QTD-CLIENTES TO WRK-IND-CLIENTE
                 MOVE CRC-ID-CLIENTE TO WRK-CLI-ID(WRK-IND-CLIENTE)
                 PERFORM 0230-OBTER-FILIAL-CLIENTE
                 MOVE ZEROS TO WRK-CLI-A-VENCER(WRK-IND-CLIENTE)
                 MOVE ZEROS TO WRK-CLI-FAIXA30(WRK-IND-CLIENTE)
                 MOVE ZEROS TO WRK-CLI-FAIXA60(WRK-IND-CLIENTE)
               ADD 1 TO WRK-IND-CLIENTE
             END-IF.

      *--- FILIAL DO DEVEDOR NO CADASTRO (00 SE NAO ACHADO) ---
       0230-OBTER-FILIAL-CLIENTE       SECTION.
             MOVE ZEROS TO WRK-CLI-FILIAL(WRK-IND-CLIENTE).
             IF CLIENTES-ABERTO
               MOVE CRC-ID-CLIENTE TO REG-ID
               READ CLIENTES KEY IS REG-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF REG-FILIAL IS NUMERIC
                     MOVE REG-FILIAL
                       TO WRK-CLI-FILIAL(WRK-IND-CLIENTE)
                   END-IF
               END-READ
             END-IF.

      *--------------------------------------------------------------
      *  0240-IMPRIMIR-AGING: ORDENA OS SALDOS POR FILIAL E CLIENTE.
      *  CADA FILIAL ABRE COM A MARCA "FILIAL NN" E FECHA COM O SEU
      *  TOTAL; O TOTAL GERAL VAI NO FIM SOB A MARCA DA FILIAL 00,
      *  QUE SO A COPIA CONSOLIDADA LEVA.
      *--------------------------------------------------------------
       0240-IMPRIMIR-AGING             SECTION.
             INITIALIZE WRK-TOT-GERAL.
             SORT WRK-ORDAGING ON ASCENDING KEY ORD-FILIAL ORD-ID
               INPUT PROCEDURE 0241-FORNECER-CLIENTES
               OUTPUT PROCEDURE 0242-CONSUMIR-CLIENTES.

             MOVE ZEROS TO WRK-LF-FILIAL.
             MOVE " - TOTAL GERAL DA EMPRESA" TO WRK-LF-TEXTO.
             MOVE WRK-LINHA-FILIAL TO REG-RELATORIO.
             WRITE REG-RELATORIO.
             MOVE SPACES TO REG-RELATORIO.
             WRITE REG-RELATORIO.
             MOVE WRK-TG-A-VENCER TO WRK-LT-A-VENCER.
             MOVE WRK-TG-FAIXA30  TO WRK-LT-FAIXA30.
             MOVE WRK-TG-FAIXA60  TO WRK-LT-FAIXA60.
             MOVE WRK-TG-FAIXA90  TO WRK-LT-FAIXA90.
             MOVE WRK-TG-ACIMA90  TO WRK-LT-ACIMA90.
             MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
             WRITE REG-RELATORIO.

       0241-FORNECER-CLIENTES          SECTION.
             MOVE 1 TO WRK-IND-CLIENTE.
             PERFORM 0243-LIBERAR-CLIENTE
               UNTIL WRK-IND-CLIENTE GREATER WRK-QTD-CLIENTES.

       0243-LIBERAR-CLIENTE            SECTION.
             MOVE WRK-CLI-FILIAL(WRK-IND-CLIENTE)   TO ORD-FILIAL.
             MOVE WRK-CLI-ID(WRK-IND-CLIENTE)       TO ORD-ID.
             MOVE WRK-CLI-A-VENCER(WRK-IND-CLIENTE) TO ORD-A-VENCER.
             MOVE WRK-CLI-FAIXA30(WRK-IND-CLIENTE)  TO ORD-FAIXA30.
             MOVE WRK-CLI-FAIXA60(WRK-IND-CLIENTE)  TO ORD-FAIXA60.
             MOVE WRK-CLI-FAIXA90(WRK-IND-CLIENTE)  TO ORD-FAIXA90.
             MOVE WRK-CLI-ACIMA90(WRK-IND-CLIENTE)  TO ORD-ACIMA90.
             RELEASE WRK-REG-ORDAGING.
             ADD 1 TO WRK-IND-CLIENTE.

       0242-CONSUMIR-CLIENTES          SECTION.
             MOVE "N" TO WRK-FIM-ORDAGING.
             MOVE "S" TO WRK-PRIMEIRO.
             RETURN WRK-ORDAGING AT END MOVE "S" TO WRK-FIM-ORDAGING.
             PERFORM 0244-TRATAR-CLIENTE
               UNTIL WRK-FIM-ORDAGING EQUAL "S".
             IF WRK-PRIMEIRO EQUAL "N"
               PERFORM 0247-GRAVAR-TOTAL-FILIAL
             END-IF.

       0244-TRATAR-CLIENTE             SECTION.
             IF WRK-PRIMEIRO EQUAL "S"
               MOVE "N" TO WRK-PRIMEIRO
               PERFORM 0246-INICIAR-FILIAL
             ELSE
               IF ORD-FILIAL NOT EQUAL WRK-GRP-FILIAL
                 PERFORM 0247-GRAVAR-TOTAL-FILIAL
                 PERFORM 0246-INICIAR-FILIAL
               END-IF
             END-IF.
             PERFORM 0245-IMPRIMIR-CLIENTE.
             RETURN WRK-ORDAGING AT END MOVE "S" TO WRK-FIM-ORDAGING.

       0245-IMPRIMIR-CLIENTE           SECTION.
             MOVE ORD-ID       TO WRK-LA-ID.
             MOVE ORD-A-VENCER TO WRK-LA-A-VENCER.
             MOVE ORD-FAIXA30  TO WRK-LA-FAIXA30.
             MOVE ORD-FAIXA60  TO WRK-LA-FAIXA60.
             MOVE ORD-FAIXA90  TO WRK-LA-FAIXA90.
             MOVE ORD-ACIMA90  TO WRK-LA-ACIMA90.
             MOVE WRK-LINHA-AGING TO REG-RELATORIO.
             WRITE REG-RELATORIO.
             ADD ORD-A-VENCER TO WRK-TF-A-VENCER WRK-TG-A-VENCER.
             ADD ORD-FAIXA30  TO WRK-TF-FAIXA30  WRK-TG-FAIXA30.
             ADD ORD-FAIXA60  TO WRK-TF-FAIXA60  WRK-TG-FAIXA60.
             ADD ORD-FAIXA90  TO WRK-TF-FAIXA90  WRK-TG-FAIXA90.
             ADD ORD-ACIMA90  TO WRK-TF-ACIMA90  WRK-TG-ACIMA90.

       0246-INICIAR-FILIAL             SECTION.
             MOVE ORD-FILIAL TO WRK-GRP-FILIAL.
             INITIALIZE WRK-TOT-FILIAL.
             MOVE ORD-FILIAL TO WRK-LF-FILIAL.
             IF ORD-FILIAL EQUAL ZEROS
               MOVE " - CLIENTES SEM FILIAL NO CADASTRO"
                 TO WRK-LF-TEXTO
             ELSE
               MOVE SPACES TO WRK-LF-TEXTO
             END-IF.
             MOVE WRK-LINHA-FILIAL TO REG-RELATORIO.
             WRITE REG-RELATORIO.
             MOVE SPACES TO REG-RELATORIO.
             WRITE REG-RELATORIO.

       0247-GRAVAR-TOTAL-FILIAL        SECTION.
             MOVE WRK-TF-A-VENCER TO WRK-LT-A-VENCER.
             MOVE WRK-TF-FAIXA30  TO WRK-LT-FAIXA30.
             MOVE WRK-TF-FAIXA60  TO WRK-LT-FAIXA60.
             MOVE WRK-TF-FAIXA90  TO WRK-LT-FAIXA90.
             MOVE WRK-TF-ACIMA90  TO WRK-LT-ACIMA90.
             MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
             WRITE REG-RELATORIO.
             MOVE SPACES TO REG-RELATORIO.
             WRITE REG-RELATORIO.

           COPY "CAMCRCP.cpy".
           COPY "CAMARQP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE CONTAREC.
               CLOSE RELATORIO.
               IF CLIENTES-ABERTO
                 CLOSE CLIENTES
               END-IF.
               DISPLAY "PARCELAS EM ABERTO: " WRK-ACUM-ABERTAS.
               DISPLAY "RELATORIO GERADO EM "
                       WRK-CAMINHO-RELAGING.
