       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUN018.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CADASTRO DE EMPRESTIMOS CONSIGNADOS - VALIDA O
      *==            FUNCIONARIO NO ARQUIVO DA FOLHA E GRAVA EM
      *==            CONSIG.DAT O CONTRATO (BANCO, NUMERO, PARCELAS,
      *==            VALOR DA PARCELA E COMPETENCIA DA PRIMEIRA).
      *==            OPCOES: I INCLUI O CONTRATO (RECUSA BANCO E
      *==            CONTRATO JA CADASTRADOS E AVISA QUANDO AS
      *==            PARCELAS PASSAM DA MARGEM DE 35% DO SALARIO) E
      *==            C CANCELA (QUITACAO ANTECIPADA INFORMADA PELO
      *==            BANCO). O DESCONTO MENSAL, DENTRO DA MARGEM SOBRE
      *==            O LIQUIDO, E DA FOLHA DO PROGRAMA19.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WRK-CAMINHO-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-ID
               FILE STATUS IS FS-FUNCIONARIOS.

           SELECT CONSIG ASSIGN TO WRK-CAMINHO-CONSIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSIG.

           SELECT CSGWORK ASSIGN TO WRK-CAMINHO-CSGWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSGWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".
       FD  CONSIG.
           COPY "CONSIG.cpy".
       FD  CSGWORK.
       01  REG-CSGWORK     PIC X(87).

       WORKING-STORAGE SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMCSG.cpy".
           COPY "OPESSAO.cpy".
       77  WRK-CAMINHO-CSGWORK PIC X(100) VALUE
           "C:/COBOL/DADOS/CSGWORK.DAT.txt".
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-CONSIG       PIC 9(02) VALUE ZEROS.
       77  FS-CSGWORK      PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-ID          PIC 9(04) VALUE ZEROS.
       77  WRK-OPCAO       PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR          VALUE "I".
           88 OPCAO-CANCELAR         VALUE "C".
       77  WRK-BANCO       PIC 9(03) VALUE ZEROS.
       77  WRK-CONTRATO    PIC X(15) VALUE SPACES.
       77  WRK-PARCELAS    PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-PARC  PIC 9(06)V99 VALUE ZEROS.
       01  WRK-COMP-INICIO PIC 9(06) VALUE ZEROS.
       01  WRK-COMP-INICIO-RED REDEFINES WRK-COMP-INICIO.
           05 WRK-CI-ANO   PIC 9(04).
           05 WRK-CI-MES   PIC 9(02).
       77  WRK-SW-FUNC     PIC X(01) VALUE "N".
           88 FUNCIONARIO-ACHADO    VALUE "S".
       77  WRK-SW-CONTRATO PIC X(01) VALUE "N".
           88 CONTRATO-ACHADO       VALUE "S".

      *-------------------- MARGEM CONSIGNAVEL -------------------------
       77  WRK-PCT-MARGEM  PIC 9(02)V99 VALUE 35,00.
       77  WRK-MARGEM      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PARC-ATIVAS PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "ID DO FUNCIONARIO................ "
             ACCEPT WRK-ID.

           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GOBACK
           END-IF.

           MOVE WRK-ID TO FUNC-ID.
           READ FUNCIONARIOS KEY IS FUNC-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET FUNCIONARIO-ACHADO TO TRUE
           END-READ.
           CLOSE FUNCIONARIOS.

           IF NOT FUNCIONARIO-ACHADO
             DISPLAY "FUNCIONARIO NAO CADASTRADO - ID " WRK-ID
             GOBACK
           END-IF.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.
           PERFORM 0196-OBTER-CAMINHO-CONSIG.

           DISPLAY "OPCAO (I=INCLUI C=CANCELA)....... "
             ACCEPT WRK-OPCAO.
           IF NOT OPCAO-INCLUIR AND NOT OPCAO-CANCELAR
             DISPLAY "OPCAO INVALIDA - CONTRATO NAO GRAVADO"
             GOBACK
           END-IF.

           DISPLAY "CODIGO DO BANCO.................. "
             ACCEPT WRK-BANCO.
           DISPLAY "NUMERO DO CONTRATO............... "
             ACCEPT WRK-CONTRATO.
           IF WRK-BANCO EQUAL ZEROS OR WRK-CONTRATO EQUAL SPACES
             DISPLAY "BANCO/CONTRATO INVALIDO - CONTRATO NAO GRAVADO"
             GOBACK
           END-IF.

           PERFORM 0110-LER-CONTRATOS.

           IF OPCAO-CANCELAR
             IF NOT CONTRATO-ACHADO
               DISPLAY "CONTRATO NAO CADASTRADO OU JA ENCERRADO"
               GOBACK
             END-IF
           ELSE
             IF CONTRATO-ACHADO
               DISPLAY "CONTRATO JA CADASTRADO - NAO GRAVADO"
               GOBACK
             END-IF
             PERFORM 0120-VALIDAR-INCLUSAO
           END-IF.

      *--------------------------------------------------------------
      *  0110-LER-CONTRATOS: PROCURA O CONTRATO INFORMADO (ATIVO) E
      *  SOMA AS PARCELAS DOS CONTRATOS ATIVOS DO FUNCIONARIO.
      *--------------------------------------------------------------
       0110-LER-CONTRATOS              SECTION.
           MOVE ZEROS TO WRK-PARC-ATIVAS.
           OPEN INPUT CONSIG.
           IF FS-CONSIG NOT EQUAL 0
             GO TO 0110-LER-SAIDA
           END-IF.
           READ CONSIG NEXT RECORD.
           PERFORM UNTIL FS-CONSIG NOT EQUAL 00
             IF CSG-BANCO EQUAL WRK-BANCO
                AND CSG-CONTRATO EQUAL WRK-CONTRATO
                AND CSG-ATIVO
               SET CONTRATO-ACHADO TO TRUE
             END-IF
             IF CSG-FUNC-ID EQUAL WRK-ID
                AND CSG-ATIVO
               ADD CSG-VALOR-PARC TO WRK-PARC-ATIVAS
             END-IF
             READ CONSIG NEXT RECORD
           END-PERFORM.
           CLOSE CONSIG.
       0110-LER-SAIDA.
           EXIT.

       0120-VALIDAR-INCLUSAO           SECTION.
           IF FUNC-DEMISSAO IS NUMERIC
              AND FUNC-DEMISSAO GREATER ZEROS
             DISPLAY "FUNCIONARIO DESLIGADO - CONTRATO NAO GRAVADO"
             GOBACK
           END-IF.

           DISPLAY "QUANTIDADE DE PARCELAS........... "
             ACCEPT WRK-PARCELAS.
           DISPLAY "VALOR DA PARCELA................. "
             ACCEPT WRK-VALOR-PARC.
           DISPLAY "COMPETENCIA DA 1A PARCELA (AAAAMM) "
             ACCEPT WRK-COMP-INICIO.
           IF WRK-PARCELAS EQUAL ZEROS
              OR WRK-VALOR-PARC EQUAL ZEROS
              OR WRK-CI-MES LESS 1 OR WRK-CI-MES GREATER 12
             DISPLAY "DADOS INVALIDOS - CONTRATO NAO GRAVADO"
             GOBACK
           END-IF.

      *    AVISO SOBRE O SALARIO BASE - A MARGEM DE FATO E APLICADA
      *    PELA FOLHA SOBRE O LIQUIDO DO MES
           COMPUTE WRK-MARGEM ROUNDED =
               FUNC-SALARIO * WRK-PCT-MARGEM / 100.
           ADD WRK-VALOR-PARC TO WRK-PARC-ATIVAS.
           IF WRK-PARC-ATIVAS GREATER WRK-MARGEM
             MOVE WRK-PARC-ATIVAS TO WRK-VALOR-ED
             DISPLAY "ATENCAO: PARCELAS ATIVAS " WRK-VALOR-ED
             MOVE WRK-MARGEM TO WRK-VALOR-ED
             DISPLAY "         PASSAM DA MARGEM DE 35% DO SALARIO "
                     WRK-VALOR-ED
             DISPLAY "         A FOLHA DESCONTA SO ATE A MARGEM"
           END-IF.

       0200-PROCESSAR                  SECTION.
           IF OPCAO-INCLUIR
             PERFORM 0210-INCLUIR-CONTRATO
           ELSE
             PERFORM 0220-CANCELAR-CONTRATO
           END-IF.

       0210-INCLUIR-CONTRATO           SECTION.
           OPEN EXTEND CONSIG.
           IF FS-CONSIG EQUAL 35
             OPEN OUTPUT CONSIG
           END-IF.
           IF FS-CONSIG NOT EQUAL 0
             DISPLAY "CADASTRO DE CONSIGNADOS NAO FOI ABERTO - "
                     "STATUS " FS-CONSIG
             GOBACK
           END-IF.
           MOVE WRK-ID          TO CSG-FUNC-ID.
           MOVE WRK-BANCO       TO CSG-BANCO.
           MOVE WRK-CONTRATO    TO CSG-CONTRATO.
           MOVE WRK-PARCELAS    TO CSG-PARCELAS.
           MOVE WRK-VALOR-PARC  TO CSG-VALOR-PARC.
           MOVE WRK-COMP-INICIO TO CSG-COMP-INICIO.
           MOVE ZEROS           TO CSG-PAGAS.
           MOVE 'A'             TO CSG-STATUS.
           MOVE ZEROS           TO CSG-ULT-COMP.
           MOVE ZEROS           TO CSG-ULT-VALOR.
           ACCEPT CSG-DATA-REG FROM DATE YYYYMMDD.
           IF WRK-SESSAO-OPERADOR NOT EQUAL SPACES
             MOVE WRK-SESSAO-OPERADOR TO CSG-OPERADOR
           ELSE
             MOVE "FUN018" TO CSG-OPERADOR
           END-IF.
           WRITE REG-CONSIG.
           CLOSE CONSIG.
           DISPLAY "CONTRATO " WRK-CONTRATO " DE " FUNC-NOME
                   " GRAVADO".

      *--------------------------------------------------------------
      *  0220-CANCELAR-CONTRATO: COPIA O CADASTRO PARA O ARQUIVO DE
      *  TRABALHO COM O CONTRATO CANCELADO (C) E DEVOLVE A COPIA.
      *--------------------------------------------------------------
       0220-CANCELAR-CONTRATO          SECTION.
           CALL "CONFIG" USING
               "CSGWORK_DAT         " WRK-CAMINHO-CSGWORK.
           OPEN INPUT CONSIG.
           OPEN OUTPUT CSGWORK.
           IF FS-CSGWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DOS CONSIGNADOS NAO FOI "
                     "ABERTO - STATUS " FS-CSGWORK
             CLOSE CONSIG
             GOBACK
           END-IF.
           READ CONSIG NEXT RECORD.
           PERFORM UNTIL FS-CONSIG NOT EQUAL 00
             IF CSG-BANCO EQUAL WRK-BANCO
                AND CSG-CONTRATO EQUAL WRK-CONTRATO
                AND CSG-ATIVO
               MOVE 'C' TO CSG-STATUS
               ACCEPT CSG-DATA-REG FROM DATE YYYYMMDD
               IF WRK-SESSAO-OPERADOR NOT EQUAL SPACES
                 MOVE WRK-SESSAO-OPERADOR TO CSG-OPERADOR
               ELSE
                 MOVE "FUN018" TO CSG-OPERADOR
               END-IF
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
           DISPLAY "CONTRATO " WRK-CONTRATO " CANCELADO".

           COPY "CAMFUNCP.cpy".
           COPY "CAMCSGP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
