       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA72.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: PASSIVO DE PONTOS DE FIDELIDADE PARA A
      *==           CONTABILIDADE - ORDENA O EXTRATO FIDPONT.DAT POR
      *==           CLIENTE, APURA O SALDO DE CADA UM (ENTRADAS C E Y
      *==           MENOS SAIDAS R, D, E E X) E O VALOR EM REAIS
      *==           (FIDCENTAVOS POR PONTO) QUE A LOJA AINDA DEVE EM
      *==           PONTOS. SAIDA DATADA PELO MODULO RELGER E
      *==           EXECUCAO NO BATCHLOG COM O PASSIVO EM LOG-HASH.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT FIDPONT ASSIGN TO WRK-CAMINHO-FIDPONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIDPONT.

           SELECT RELPONTO ASSIGN TO WRK-CAMINHO-RELPONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELPONTO.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDPTS ASSIGN TO "WRKORDPTS".

       DATA DIVISION.
       FILE SECTION.
       FD  FIDPONT.
           COPY "FIDPONT.cpy".

       FD  RELPONTO.
       01  REG-RELPONTO               PIC X(80).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDPTS.
       01  WRK-REG-ORDPTS.
           05 ORD-ID-CLIENTE PIC 9(04).
           05 ORD-TIPO       PIC X(01).
           05 ORD-PONTOS     PIC 9(07).

       WORKING-STORAGE               SECTION.
           COPY "CAMFDP.cpy".
           COPY "FIDPARM.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-FIDPONT          PIC 9(02)    VALUE ZEROS.
       77  FS-RELPONTO         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELPONTO PIC X(100)  VALUE SPACES.

       77  WRK-FIM-ORDPTS      PIC X(01)    VALUE "N".
       77  WRK-PRIMEIRO        PIC X(01)    VALUE "S".
       77  WRK-CLIENTE-ATUAL   PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-LIDOS       PIC 9(07)    VALUE ZEROS.
       77  WRK-SALDO-CLIENTE   PIC S9(09)   VALUE ZEROS.

       77  WRK-ACUM-CLIENTES   PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-PONTOS      PIC 9(10)    VALUE ZEROS.
       77  WRK-TOT-PASSIVO     PIC 9(09)V99 VALUE ZEROS.

       01  WRK-LINHA-PONTO.
           05 WRK-LP-CLIENTE   PIC 9(04).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LP-PONTOS    PIC Z.ZZZ.ZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LP-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO    PIC X(20).
           05 WRK-LT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           PERFORM 0181-OBTER-PARAMETROS-FIDEL.

           MOVE "PASSIVOPONTO" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELPONTO.
           OPEN OUTPUT RELPONTO.
           IF FS-RELPONTO NOT EQUAL 0
             DISPLAY "RELATORIO DE PASSIVO NAO FOI ABERTO - STATUS "
                     FS-RELPONTO
             GOBACK
           END-IF.

           MOVE "PASSIVO DE PONTOS DE FIDELIDADE" TO REG-RELPONTO.
           WRITE REG-RELPONTO.
           MOVE SPACES TO REG-RELPONTO.
           WRITE REG-RELPONTO.
           MOVE "CLIENTE    SALDO PONTOS      VALOR (R$)"
             TO REG-RELPONTO.
           WRITE REG-RELPONTO.

       0200-PROCESSAR                  SECTION.
           SORT WRK-ORDPTS
             ON ASCENDING KEY ORD-ID-CLIENTE
             INPUT PROCEDURE 0210-FORNECER-LANCAMENTOS
             OUTPUT PROCEDURE 0220-CONSUMIR-LANCAMENTOS.

       0210-FORNECER-LANCAMENTOS       SECTION.
           PERFORM 0179-OBTER-CAMINHO-FIDPONT.
           OPEN INPUT FIDPONT.
           IF FS-FIDPONT NOT EQUAL 0
             DISPLAY "EXTRATO DE PONTOS NAO FOI ABERTO - STATUS "
                     FS-FIDPONT
             GO TO 0210-FORNECER-SAIDA
           END-IF.
           READ FIDPONT NEXT RECORD.
           PERFORM UNTIL FS-FIDPONT NOT EQUAL 00
             ADD 1 TO WRK-QTD-LIDOS
             MOVE FDP-ID-CLIENTE TO ORD-ID-CLIENTE
             MOVE FDP-TIPO       TO ORD-TIPO
             MOVE FDP-PONTOS     TO ORD-PONTOS
             RELEASE WRK-REG-ORDPTS
             READ FIDPONT NEXT RECORD
           END-PERFORM.
           CLOSE FIDPONT.
       0210-FORNECER-SAIDA.
           EXIT.

      *--- QUEBRA POR CLIENTE ---
       0220-CONSUMIR-LANCAMENTOS       SECTION.
           MOVE "N" TO WRK-FIM-ORDPTS.
           MOVE "S" TO WRK-PRIMEIRO.
           RETURN WRK-ORDPTS AT END MOVE "S" TO WRK-FIM-ORDPTS.

           PERFORM UNTIL WRK-FIM-ORDPTS EQUAL "S"
             IF WRK-PRIMEIRO EQUAL "S"
                OR ORD-ID-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
               PERFORM 0230-INICIAR-CLIENTE
             END-IF
             EVALUATE ORD-TIPO
               WHEN 'C'
               WHEN 'Y'
                 ADD ORD-PONTOS TO WRK-SALDO-CLIENTE
               WHEN 'R'
               WHEN 'D'
               WHEN 'E'
               WHEN 'X'
                 SUBTRACT ORD-PONTOS FROM WRK-SALDO-CLIENTE
             END-EVALUATE
             RETURN WRK-ORDPTS AT END MOVE "S" TO WRK-FIM-ORDPTS
           END-PERFORM.

           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-CLIENTE
           END-IF.

       0230-INICIAR-CLIENTE            SECTION.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-CLIENTE
           END-IF.
           MOVE "N" TO WRK-PRIMEIRO.
           MOVE ORD-ID-CLIENTE TO WRK-CLIENTE-ATUAL.
           MOVE ZEROS TO WRK-SALDO-CLIENTE.

      *--- SO CLIENTE COM SALDO POSITIVO ENTRA NO PASSIVO ---
       0240-FECHAR-CLIENTE             SECTION.
           IF WRK-SALDO-CLIENTE NOT GREATER ZEROS
             GO TO 0240-FECHAR-SAIDA
           END-IF.
           ADD 1 TO WRK-ACUM-CLIENTES.
           ADD WRK-SALDO-CLIENTE TO WRK-TOT-PONTOS.
           MOVE WRK-CLIENTE-ATUAL TO WRK-LP-CLIENTE.
           MOVE WRK-SALDO-CLIENTE TO WRK-LP-PONTOS.
           COMPUTE WRK-LP-VALOR =
               WRK-SALDO-CLIENTE * WRK-FID-VALOR-PONTO.
           MOVE WRK-LINHA-PONTO TO REG-RELPONTO.
           WRITE REG-RELPONTO.
       0240-FECHAR-SAIDA.
           EXIT.

           COPY "CAMFDPP.cpy".
           COPY "FIDPARMP.cpy".
       0300-FINALIZAR                  SECTION.
               COMPUTE WRK-TOT-PASSIVO =
                   WRK-TOT-PONTOS * WRK-FID-VALOR-PONTO.
               MOVE SPACES TO REG-RELPONTO.
               WRITE REG-RELPONTO.
               MOVE "PONTOS EM ABERTO...." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-PONTOS        TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOT TO REG-RELPONTO.
               WRITE REG-RELPONTO.
               MOVE "PASSIVO (R$)........" TO WRK-LT-ROTULO.
               MOVE WRK-TOT-PASSIVO       TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOT TO REG-RELPONTO.
               WRITE REG-RELPONTO.
               CLOSE RELPONTO.
               DISPLAY "CLIENTES COM SALDO: " WRK-ACUM-CLIENTES
                       " - PASSIVO " WRK-TOT-PASSIVO.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELPONTO.

               MOVE "PROGRAMA72"      TO LOG-JOB.
               MOVE "S"               TO LOG-STATUS.
               MOVE WRK-ACUM-CLIENTES TO LOG-QTD.
               MOVE WRK-QTD-LIDOS     TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-PASSIVO   TO LOG-HASH.
               MOVE "PASSIVO DE PONTOS DE FIDELIDADE" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
