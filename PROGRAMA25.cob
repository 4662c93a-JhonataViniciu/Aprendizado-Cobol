      *== OBSERVAÇÕES:
      *== 21/08/2026 - JV - CAMINHO DA SAIDA RESOLVIDO PELO MODULO
      *==            CONFIG, COMO OS DEMAIS ARQUIVOS DA SUITE.
      *== 15/10/2026 - JV - ADIANTAMENTO QUINZENAL EM ABERTO: O SALDO
      *==            DOS ADIANTAMENTOS PAGOS (ADIANTAM.DAT) AINDA NAO
      *==            DESCONTADOS NO HOLERITE SAI DO LIQUIDO DA
      *==            RESCISAO, ITEMIZADO NO TERMO, E AS LINHAS SAO
      *==            MARCADAS COMO COBRADAS NA RESCISAO (R).
      *== 15/10/2026 - JV - O 13 PROPORCIONAL DESCONTA OS MESES DO
      *==            ANO COM MAIS DE 15 DIAS DE AFASTAMENTO SEM
      *==            SALARIO (DOENCA PELO INSS OU LICENCA NAO
      *==            REMUNERADA), APURADOS PELO MODULO CALCAFA SOBRE
      *==            O AFASTAM.DAT (FUN017). MATERNIDADE CONTA.
      *== 15/10/2026 - JV - EMPRESTIMO CONSIGNADO: O SALDO DEVEDOR
      *==            DOS CONTRATOS ATIVOS (CONSIG.DAT, FUN018) SAI DO
      *==            LIQUIDO ATE 35% DAS VERBAS RESCISORIAS; O TERMO
      *==            MOSTRA O DESCONTADO E O QUE FICA PARA CADA BANCO
      *==            COBRAR, E OS CONTRATOS SAO MARCADOS COMO
      *==            LIQUIDADOS NA RESCISAO (R).
      *== 15/10/2026 - JV - CADA EMISSAO DO TERMO GRAVA O RESUMO
      *==            NUMERICO DA RESCISAO EM RESCRES.DAT, QUE
      *==            ALIMENTA O EVENTO DE DESLIGAMENTO DO ESOCIAL
      *==            (PROGRAMA94).
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TERMO.

           SELECT ADIANTAM ASSIGN TO WRK-CAMINHO-ADIANTAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADIANTAM.

           SELECT ADTWORK ASSIGN TO WRK-CAMINHO-ADTWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADTWORK.

           SELECT CONSIG ASSIGN TO WRK-CAMINHO-CONSIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSIG.

           SELECT CSGWORK ASSIGN TO WRK-CAMINHO-CSGWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSGWORK.

           SELECT RESCRES ASSIGN TO WRK-CAMINHO-RESCRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESCRES.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".
       FD  TERMO.
       01  REG-TERMO                   PIC X(80).
       FD  ADIANTAM.
           COPY "ADIANTAM.cpy".
       FD  ADTWORK.
       01  REG-ADTWORK                 PIC X(39).
       FD  CONSIG.
           COPY "CONSIG.cpy".
       FD  CSGWORK.
       01  REG-CSGWORK                 PIC X(87).
       FD  RESCRES.
           COPY "RESCRES.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CALCIMP.cpy".
           COPY "CALCAFA.cpy".
           COPY "CAMADT.cpy".
           COPY "CAMCSG.cpy".
           COPY "CAMRES.cpy".
       77  WRK-CAMINHO-TERMORES       PIC X(100) VALUE
           "C:/COBOL/DADOS/TERMORES.DAT.txt".
       77  FS-FUNCIONARIOS     PIC 9(02)    VALUE ZEROS.
       77  FS-TERMO            PIC 9(02)    VALUE ZEROS.
       77  FS-ADIANTAM         PIC 9(02)    VALUE ZEROS.
       77  FS-ADTWORK          PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-ADTWORK PIC X(100)   VALUE
           "C:/COBOL/DADOS/ADTWORK.DAT.txt".
       77  FS-CONSIG           PIC 9(02)    VALUE ZEROS.
       77  FS-CSGWORK          PIC 9(02)    VALUE ZEROS.
       77  FS-RESCRES          PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-CSGWORK PIC X(100)   VALUE
           "C:/COBOL/DADOS/CSGWORK.DAT.txt".

      *--- VARIAVEIS DE ENTRADA DE DADOS ---
       77  WRK-ID              PIC 9(04)    VALUE ZEROS.

      *--- VERBAS DA RESCISAO ---
       77  WRK-MESES-ANO       PIC 9(02)    VALUE ZEROS.
       77  WRK-MESES-13        PIC 9(02)    VALUE ZEROS.
       77  WRK-SALDO-SALARIO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SALDO-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DECIMO-PROP     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-IRRF-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-INSS-TOTAL      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-INSS-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ADIANT-ABERTO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ADIANT-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIQUIDO-RESC    PIC S9(08)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-ED      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *--- EMPRESTIMOS CONSIGNADOS DO FUNCIONARIO ---
       01  WRK-TAB-CSG-RESC.
           05 WRK-CSR-ITEM OCCURS 20 TIMES.
              10 WRK-CSR-BANCO     PIC 9(03).
              10 WRK-CSR-CONTRATO  PIC X(15).
              10 WRK-CSR-SALDO     PIC 9(08)V99.
              10 WRK-CSR-DESC      PIC 9(08)V99.
       77  WRK-QTD-CSR         PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-CSR         PIC 9(02)    VALUE 20.
       77  WRK-IND-CSR         PIC 9(02)    VALUE ZEROS.
       77  WRK-PCT-MARGEM-CSG  PIC 9(02)V99 VALUE 35,00.
       77  WRK-CONSIG-LIMITE   PIC S9(08)V99 VALUE ZEROS.
       77  WRK-CONSIG-SALDO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CONSIG-DESC     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CONSIG-RESTA    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CONSIG-SOBRA    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CONSIG-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-ROTULO-CONTRATO.
           05 FILLER           PIC X(06) VALUE "  BCO ".
           05 WRK-RC-BANCO     PIC 9(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-RC-CONTRATO  PIC X(15).

       01  WRK-LINHA-TERMO.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LT-ROTULO    PIC X(25).
               ELSE
                 PERFORM 0220-CALCULAR-VERBAS
                 PERFORM 0230-CALCULAR-IMPOSTOS
                 PERFORM 0235-APURAR-ADIANTAMENTOS
                 PERFORM 0237-APURAR-CONSIGNADOS
                 PERFORM 0240-IMPRIMIR-TERMO
                 PERFORM 0245-GRAVAR-RESUMO
                 IF WRK-ADIANT-ABERTO GREATER ZEROS
                   PERFORM 0250-MARCAR-ADIANTAMENTOS
                 END-IF
                 IF WRK-QTD-CSR GREATER ZEROS
                   PERFORM 0255-MARCAR-CONSIGNADOS
                 END-IF
               END-IF.

       0210-LOCALIZAR-FUNCIONARIO      SECTION.
      *  0220-CALCULAR-VERBAS: SALDO DOS DIAS TRABALHADOS NO MES
      *  (SALARIO/30 POR DIA), 13 E FERIAS PROPORCIONAIS PELOS MESES
      *  DO ANO (MESMA CONTAGEM DO 0215 DO PROGRAMA19, LIMITADA PELA
      *  ADMISSAO) E AVISO PREVIO INDENIZADO DE UM SALARIO. O 13
      *  PERDE OS MESES COM MAIS DE 15 DIAS DE AFASTAMENTO SEM
      *  SALARIO (MODULO CALCAFA).
      *--------------------------------------------------------------
       0220-CALCULAR-VERBAS            SECTION.
             COMPUTE WRK-SALDO-SALARIO ROUNDED =
               MOVE 1 TO WRK-MESES-ANO
             END-IF.

             INITIALIZE WRK-AREA-CALCAFA.
             MOVE WRK-ID TO AFC-FUNC-ID.
             IF WRK-ADM-ANO EQUAL WRK-DEM-ANO
               COMPUTE AFC-13-INICIO =
                   WRK-ADM-ANO * 100 + WRK-ADM-MES
             ELSE
               COMPUTE AFC-13-INICIO = WRK-DEM-ANO * 100 + 1
             END-IF.
             COMPUTE AFC-13-FIM = WRK-DEM-ANO * 100 + WRK-DEM-MES.
             CALL "CALCAFA" USING WRK-AREA-CALCAFA.
             IF AFC-MESES-PERDIDOS NOT LESS WRK-MESES-ANO
               MOVE ZEROS TO WRK-MESES-13
             ELSE
               COMPUTE WRK-MESES-13 =
                   WRK-MESES-ANO - AFC-MESES-PERDIDOS
             END-IF.

             COMPUTE WRK-DECIMO-PROP ROUNDED =
                 (FUNC-SALARIO * WRK-MESES-13) / 12.

             COMPUTE WRK-FERIAS-PROP ROUNDED =
                 ((FUNC-SALARIO * WRK-MESES-ANO) / 12) * (4 / 3).
                 + WRK-FERIAS-PROP + WRK-AVISO-PREVIO
                 - WRK-IRRF-TOTAL - WRK-INSS-TOTAL.

      *--------------------------------------------------------------
      *  0235-APURAR-ADIANTAMENTOS: SALDO DOS ADIANTAMENTOS PAGOS AO
      *  FUNCIONARIO E NAO DESCONTADOS NA FOLHA (P), OU JA COBRADOS
      *  NUMA EMISSAO ANTERIOR DO TERMO (R) - SAI DO LIQUIDO.
      *--------------------------------------------------------------
       0235-APURAR-ADIANTAMENTOS       SECTION.
             MOVE ZEROS TO WRK-ADIANT-ABERTO.
             PERFORM 0157-OBTER-CAMINHO-ADIANTAM.
             OPEN INPUT ADIANTAM.
             IF FS-ADIANTAM NOT EQUAL 0
               GO TO 0235-APURAR-SAIDA
             END-IF.
             READ ADIANTAM NEXT RECORD.
             PERFORM UNTIL FS-ADIANTAM NOT EQUAL 00
               IF ADT-FUNC-ID EQUAL FUNC-ID
                  AND (ADT-PAGO OR ADT-RESCISAO)
                  AND ADT-VALOR GREATER ADT-VALOR-DESC
                 COMPUTE WRK-ADIANT-ABERTO =
                     WRK-ADIANT-ABERTO + ADT-VALOR - ADT-VALOR-DESC
               END-IF
               READ ADIANTAM NEXT RECORD
             END-PERFORM.
             CLOSE ADIANTAM.
             SUBTRACT WRK-ADIANT-ABERTO FROM WRK-LIQUIDO-RESC.
       0235-APURAR-SAIDA.
             EXIT.

      *--------------------------------------------------------------
      *  0237-APURAR-CONSIGNADOS: SALDO DEVEDOR DOS CONTRATOS ATIVOS
      *  (A), OU JA LIQUIDADOS NUMA EMISSAO ANTERIOR DO TERMO (R) -
      *  PARCELAS QUE FALTAM VEZES O VALOR DA PARCELA. SAI DO LIQUIDO
      *  ATE 35% DAS VERBAS RESCISORIAS, NA ORDEM DOS CONTRATOS; O
      *  QUE NAO COUBE FICA PARA O BANCO COBRAR DIRETO.
      *--------------------------------------------------------------
       0237-APURAR-CONSIGNADOS         SECTION.
             MOVE ZEROS TO WRK-QTD-CSR.
             MOVE ZEROS TO WRK-CONSIG-SALDO.
             MOVE ZEROS TO WRK-CONSIG-DESC.
             PERFORM 0196-OBTER-CAMINHO-CONSIG.
             OPEN INPUT CONSIG.
             IF FS-CONSIG NOT EQUAL 0
               GO TO 0237-APURAR-SAIDA
             END-IF.
             READ CONSIG NEXT RECORD.
             PERFORM UNTIL FS-CONSIG NOT EQUAL 00
               IF CSG-FUNC-ID EQUAL WRK-ID
                  AND (CSG-ATIVO OR CSG-RESCISAO)
                  AND CSG-PARCELAS GREATER CSG-PAGAS
                 IF WRK-QTD-CSR LESS WRK-MAX-CSR
                   ADD 1 TO WRK-QTD-CSR
                   MOVE CSG-BANCO    TO WRK-CSR-BANCO(WRK-QTD-CSR)
                   MOVE CSG-CONTRATO TO WRK-CSR-CONTRATO(WRK-QTD-CSR)
                   COMPUTE WRK-CSR-SALDO(WRK-QTD-CSR) =
                       (CSG-PARCELAS - CSG-PAGAS) * CSG-VALOR-PARC
                   MOVE ZEROS TO WRK-CSR-DESC(WRK-QTD-CSR)
                   ADD WRK-CSR-SALDO(WRK-QTD-CSR) TO WRK-CONSIG-SALDO
                 ELSE
                   DISPLAY "CONTRATO " CSG-CONTRATO
                           " ALEM DO LIMITE DO TERMO - NAO APURADO"
                 END-IF
               END-IF
               READ CONSIG NEXT RECORD
             END-PERFORM.
             CLOSE CONSIG.
             IF WRK-QTD-CSR EQUAL ZEROS
               GO TO 0237-APURAR-SAIDA
             END-IF.

             COMPUTE WRK-CONSIG-LIMITE ROUNDED =
                 (WRK-SALDO-SALARIO + WRK-DECIMO-PROP
                  + WRK-FERIAS-PROP + WRK-AVISO-PREVIO)
                 * WRK-PCT-MARGEM-CSG / 100.
             IF WRK-CONSIG-LIMITE GREATER WRK-LIQUIDO-RESC
               MOVE WRK-LIQUIDO-RESC TO WRK-CONSIG-LIMITE
             END-IF.
             IF WRK-CONSIG-LIMITE LESS ZEROS
               MOVE ZEROS TO WRK-CONSIG-LIMITE
             END-IF.
             IF WRK-CONSIG-SALDO GREATER WRK-CONSIG-LIMITE
               MOVE WRK-CONSIG-LIMITE TO WRK-CONSIG-DESC
             ELSE
               MOVE WRK-CONSIG-SALDO TO WRK-CONSIG-DESC
             END-IF.
             COMPUTE WRK-CONSIG-RESTA =
                 WRK-CONSIG-SALDO - WRK-CONSIG-DESC.

             MOVE WRK-CONSIG-DESC TO WRK-CONSIG-SOBRA.
             MOVE 1 TO WRK-IND-CSR.
             PERFORM UNTIL WRK-IND-CSR GREATER WRK-QTD-CSR
               IF WRK-CSR-SALDO(WRK-IND-CSR) GREATER WRK-CONSIG-SOBRA
                 MOVE WRK-CONSIG-SOBRA TO WRK-CSR-DESC(WRK-IND-CSR)
               ELSE
                 MOVE WRK-CSR-SALDO(WRK-IND-CSR)
                   TO WRK-CSR-DESC(WRK-IND-CSR)
               END-IF
               SUBTRACT WRK-CSR-DESC(WRK-IND-CSR) FROM WRK-CONSIG-SOBRA
               ADD 1 TO WRK-IND-CSR
             END-PERFORM.
             SUBTRACT WRK-CONSIG-DESC FROM WRK-LIQUIDO-RESC.
       0237-APURAR-SAIDA.
             EXIT.

       0240-IMPRIMIR-TERMO             SECTION.
             CALL "CONFIG" USING
                 "TERMORES_DAT        " WRK-CAMINHO-TERMORES.
               MOVE WRK-LINHA-TERMO TO REG-TERMO
               WRITE REG-TERMO

               IF WRK-ADIANT-ABERTO GREATER ZEROS
                 MOVE WRK-ADIANT-ABERTO TO WRK-ADIANT-ED
                 MOVE "ADIANTAMENTO EM ABERTO..." TO WRK-LT-ROTULO
                 MOVE WRK-ADIANT-ED TO WRK-LT-VALOR
                 MOVE WRK-LINHA-TERMO TO REG-TERMO
                 WRITE REG-TERMO
               END-IF

               IF WRK-QTD-CSR GREATER ZEROS
                 MOVE WRK-CONSIG-DESC TO WRK-CONSIG-ED
                 MOVE "CONSIGNADO DESCONTADO...." TO WRK-LT-ROTULO
                 MOVE WRK-CONSIG-ED TO WRK-LT-VALOR
                 MOVE WRK-LINHA-TERMO TO REG-TERMO
                 WRITE REG-TERMO
               END-IF

               MOVE WRK-LIQUIDO-RESC TO WRK-LIQUIDO-ED
               MOVE "LIQUIDO DA RESCISAO......" TO WRK-LT-ROTULO
               MOVE WRK-LIQUIDO-ED TO WRK-LT-VALOR
               MOVE WRK-LINHA-TERMO TO REG-TERMO
               WRITE REG-TERMO

               IF WRK-CONSIG-RESTA GREATER ZEROS
                 MOVE WRK-CONSIG-RESTA TO WRK-CONSIG-ED
                 MOVE "SALDO P/ BANCO COBRAR...." TO WRK-LT-ROTULO
                 MOVE WRK-CONSIG-ED TO WRK-LT-VALOR
                 MOVE WRK-LINHA-TERMO TO REG-TERMO
                 WRITE REG-TERMO
                 MOVE 1 TO WRK-IND-CSR
                 PERFORM UNTIL WRK-IND-CSR GREATER WRK-QTD-CSR
                   IF WRK-CSR-SALDO(WRK-IND-CSR)
                      GREATER WRK-CSR-DESC(WRK-IND-CSR)
                     MOVE WRK-CSR-BANCO(WRK-IND-CSR) TO WRK-RC-BANCO
                     MOVE WRK-CSR-CONTRATO(WRK-IND-CSR)
                       TO WRK-RC-CONTRATO
                     COMPUTE WRK-CONSIG-ED =
                         WRK-CSR-SALDO(WRK-IND-CSR)
                         - WRK-CSR-DESC(WRK-IND-CSR)
                     MOVE WRK-ROTULO-CONTRATO TO WRK-LT-ROTULO
                     MOVE WRK-CONSIG-ED TO WRK-LT-VALOR
                     MOVE WRK-LINHA-TERMO TO REG-TERMO
                     WRITE REG-TERMO
                   END-IF
                   ADD 1 TO WRK-IND-CSR
                 END-PERFORM
               END-IF

               CLOSE TERMO
               DISPLAY "LIQUIDO DA RESCISAO: " WRK-LIQUIDO-ED
               DISPLAY "TERMO GRAVADO EM "
                       WRK-CAMINHO-TERMORES
             END-IF.

      *--------------------------------------------------------------
      *  0245-GRAVAR-RESUMO: LINHA NUMERICA DA RESCISAO NO RESCRES
      *  (A ULTIMA DO FUNCIONARIO VALE NA LEITURA).
      *--------------------------------------------------------------
       0245-GRAVAR-RESUMO              SECTION.
             PERFORM 0175-OBTER-CAMINHO-RESCRES.
             OPEN EXTEND RESCRES.
             IF FS-RESCRES EQUAL 35
               OPEN OUTPUT RESCRES
             END-IF.
             IF FS-RESCRES NOT EQUAL 0
               DISPLAY "RESUMO DAS RESCISOES NAO FOI ABERTO - STATUS "
                       FS-RESCRES
               GO TO 0245-GRAVAR-SAIDA
             END-IF.
             MOVE WRK-ID            TO RSC-FUNC-ID.
             MOVE WRK-DEMISSAO      TO RSC-DEMISSAO.
             MOVE WRK-SALDO-SALARIO TO RSC-SALDO.
             MOVE WRK-DECIMO-PROP   TO RSC-DECIMO.
             MOVE WRK-FERIAS-PROP   TO RSC-FERIAS.
             MOVE WRK-AVISO-PREVIO  TO RSC-AVISO.
             MOVE WRK-INSS-TOTAL    TO RSC-INSS.
             MOVE WRK-IRRF-TOTAL    TO RSC-IRRF.
             COMPUTE RSC-DESCONTOS =
                 WRK-ADIANT-ABERTO + WRK-CONSIG-DESC.
             MOVE WRK-LIQUIDO-RESC  TO RSC-LIQUIDO.
             ACCEPT RSC-DATA-CALC FROM DATE YYYYMMDD.
             WRITE REG-RESCRES.
             CLOSE RESCRES.
       0245-GRAVAR-SAIDA.
             EXIT.

      *--------------------------------------------------------------
      *  0250-MARCAR-ADIANTAMENTOS: OS ADIANTAMENTOS PAGOS DO
      *  FUNCIONARIO PASSAM A COBRADOS NA RESCISAO (R), PARA A FOLHA
      *  NAO OS DESCONTAR DE NOVO. O VALOR DESCONTADO NA FOLHA FICA
      *  COMO ESTAVA - A REEMISSAO DO TERMO APURA O MESMO SALDO.
      *--------------------------------------------------------------
       0250-MARCAR-ADIANTAMENTOS       SECTION.
             CALL "CONFIG" USING
                 "ADTWORK_DAT         " WRK-CAMINHO-ADTWORK.
             OPEN INPUT ADIANTAM.
             IF FS-ADIANTAM NOT EQUAL 0
               GO TO 0250-MARCAR-SAIDA
             END-IF.
             OPEN OUTPUT ADTWORK.
             IF FS-ADTWORK NOT EQUAL 0
               DISPLAY "ARQUIVO DE TRABALHO DOS ADIANTAMENTOS NAO FOI "
                       "ABERTO - STATUS " FS-ADTWORK
               CLOSE ADIANTAM
               GO TO 0250-MARCAR-SAIDA
             END-IF.
             READ ADIANTAM NEXT RECORD.
             PERFORM UNTIL FS-ADIANTAM NOT EQUAL 00
               IF ADT-FUNC-ID EQUAL FUNC-ID
                  AND ADT-PAGO
                 MOVE 'R' TO ADT-STATUS
               END-IF
               MOVE REG-ADIANTAMENTO TO REG-ADTWORK
               WRITE REG-ADTWORK
               READ ADIANTAM NEXT RECORD
             END-PERFORM.
             CLOSE ADIANTAM.
             CLOSE ADTWORK.

             OPEN INPUT ADTWORK.
             OPEN OUTPUT ADIANTAM.
             READ ADTWORK NEXT RECORD.
             PERFORM UNTIL FS-ADTWORK NOT EQUAL 00
               MOVE REG-ADTWORK TO REG-ADIANTAMENTO
               WRITE REG-ADIANTAMENTO
               READ ADTWORK NEXT RECORD
             END-PERFORM.
             CLOSE ADTWORK.
             CLOSE ADIANTAM.
       0250-MARCAR-SAIDA.
             EXIT.

      *--------------------------------------------------------------
      *  0255-MARCAR-CONSIGNADOS: OS CONTRATOS APURADOS PASSAM A
      *  LIQUIDADOS NA RESCISAO (R), COM O VALOR DESCONTADO NO TERMO E
      *  A COMPETENCIA DO DESLIGAMENTO, PARA A FOLHA NAO COBRAR MAIS
      *  PARCELAS. AS PAGAS FICAM COMO ESTAVAM - A REEMISSAO DO TERMO
      *  APURA O MESMO SALDO.
      *--------------------------------------------------------------
       0255-MARCAR-CONSIGNADOS         SECTION.
             CALL "CONFIG" USING
                 "CSGWORK_DAT         " WRK-CAMINHO-CSGWORK.
             OPEN INPUT CONSIG.
             IF FS-CONSIG NOT EQUAL 0
               GO TO 0255-MARCAR-SAIDA
             END-IF.
             OPEN OUTPUT CSGWORK.
             IF FS-CSGWORK NOT EQUAL 0
               DISPLAY "ARQUIVO DE TRABALHO DOS CONSIGNADOS NAO FOI "
                       "ABERTO - STATUS " FS-CSGWORK
               CLOSE CONSIG
               GO TO 0255-MARCAR-SAIDA
             END-IF.
             READ CONSIG NEXT RECORD.
             PERFORM UNTIL FS-CONSIG NOT EQUAL 00
               IF CSG-FUNC-ID EQUAL WRK-ID
                  AND (CSG-ATIVO OR CSG-RESCISAO)
                 MOVE 1 TO WRK-IND-CSR
                 PERFORM UNTIL WRK-IND-CSR GREATER WRK-QTD-CSR
                   IF WRK-CSR-BANCO(WRK-IND-CSR) EQUAL CSG-BANCO
                      AND WRK-CSR-CONTRATO(WRK-IND-CSR)
                          EQUAL CSG-CONTRATO
                     MOVE 'R' TO CSG-STATUS
                     COMPUTE CSG-ULT-COMP =
                         WRK-DEM-ANO * 100 + WRK-DEM-MES
                     MOVE WRK-CSR-DESC(WRK-IND-CSR) TO CSG-ULT-VALOR
                     MOVE WRK-QTD-CSR TO WRK-IND-CSR
                   END-IF
                   ADD 1 TO WRK-IND-CSR
                 END-PERFORM
               END-IF
               MOVE REG-CONSIG TO REG-CSGWORK
               WRITE REG-CSGWORK
               READ CONSIG NEXT RECORD
             END-PERFORM.
             CLOSE CONSIG.
             CLOSE CSGWORK.

             OPEN INPUT CSGWORK.
             OPEN OUTPUT CONSIG.
             READ CSGWORK NEXT RECORD.
             PERFORM UNTIL FS-CSGWORK NOT EQUAL 00
               MOVE REG-CSGWORK TO REG-CONSIG
               WRITE REG-CONSIG
               READ CSGWORK NEXT RECORD
             END-PERFORM.
             CLOSE CSGWORK.
             CLOSE CONSIG.
       0255-MARCAR-SAIDA.
             EXIT.

           COPY "CAMFUNCP.cpy".
           COPY "CAMADTP.cpy".
           COPY "CAMCSGP.cpy".
           COPY "CAMRESP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE FUNCIONARIOS.
               DISPLAY "FIM DE PROGRAMA ".
