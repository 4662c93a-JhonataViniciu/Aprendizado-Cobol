       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA67.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: MANUTENCAO DO CADASTRO DE CONTAS BANCARIAS DA
      *==           EMPRESA (CONTABAN.DAT) - INCLUI OU ALTERA UMA
      *==           CONTA COM BANCO, AGENCIA, NUMERO, USO (G=GERAL,
      *==           C=COBRANCA, D=DEPOSITO DE CHEQUES, F=FOLHA,
      *==           P=PAGAMENTO A FORNECEDORES), SALDO E DATA DE
      *==           ABERTURA DA CONCILIACAO E STATUS, NOS MESMOS
      *==           MOLDES DO FUN010. O ARQUIVO E SEQUENCIAL, ENTAO A
      *==           ALTERACAO CARREGA TUDO EM MEMORIA E REGRAVA O
      *==           ARQUIVO COMPLETO.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT CONTABAN ASSIGN TO WRK-CAMINHO-CONTABAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABAN.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTABAN.
           COPY "CONTABAN.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMCTB.cpy".
       77  FS-CONTABAN         PIC 9(02)    VALUE ZEROS.

      *--- VARIAVEIS DE ENTRADA DE DADOS ---
       77  WRK-CODIGO          PIC 9(02)    VALUE ZEROS.
       77  WRK-BANCO           PIC 9(03)    VALUE ZEROS.
       77  WRK-AGENCIA         PIC 9(04)    VALUE ZEROS.
       77  WRK-CONTA           PIC X(10)    VALUE SPACES.
       77  WRK-DESCRICAO       PIC X(20)    VALUE SPACES.
       77  WRK-USO             PIC X(01)    VALUE SPACES.
       77  WRK-SALDO           PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SALDO-NEGATIVO  PIC X(01)    VALUE "N".
       77  WRK-DATA-SALDO      PIC 9(08)    VALUE ZEROS.
       77  WRK-STATUS          PIC X(01)    VALUE SPACES.

      *--- CONTAS CARREGADAS EM MEMORIA (REGRAVACAO COMPLETA) ---
       01  WRK-TAB-CONTAS.
           05 WRK-CTB-REG OCCURS 50 TIMES PIC X(62).
       77  WRK-QTD-CONTAS      PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-CONTAS      PIC 9(02)    VALUE 50.
       77  WRK-IND-CONTA       PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-CONTA        PIC X(01)    VALUE "N".
           88 CONTA-ACHADA                  VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           PERFORM 0172-OBTER-CAMINHO-CONTABAN.
           OPEN INPUT CONTABAN.
           IF FS-CONTABAN EQUAL 0
             READ CONTABAN NEXT RECORD
             PERFORM UNTIL FS-CONTABAN NOT EQUAL 00
               IF WRK-QTD-CONTAS LESS WRK-MAX-CONTAS
                 ADD 1 TO WRK-QTD-CONTAS
                 MOVE REG-CONTABAN TO WRK-CTB-REG(WRK-QTD-CONTAS)
               END-IF
               READ CONTABAN NEXT RECORD
             END-PERFORM
             CLOSE CONTABAN
           END-IF.

           DISPLAY "CODIGO DA CONTA (01-99)....... "
             ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL ZEROS
             DISPLAY "CODIGO DA CONTA INVALIDO"
             GOBACK
           END-IF.
           DISPLAY "BANCO......................... "
             ACCEPT WRK-BANCO.
           DISPLAY "AGENCIA....................... "
             ACCEPT WRK-AGENCIA.
           DISPLAY "NUMERO DA CONTA............... "
             ACCEPT WRK-CONTA.
           DISPLAY "DESCRICAO..................... "
             ACCEPT WRK-DESCRICAO.
           DISPLAY "USO (G/C/D/F/P)............... "
             ACCEPT WRK-USO.
           IF WRK-USO EQUAL 'g' MOVE 'G' TO WRK-USO END-IF.
           IF WRK-USO EQUAL 'c' MOVE 'C' TO WRK-USO END-IF.
           IF WRK-USO EQUAL 'd' MOVE 'D' TO WRK-USO END-IF.
           IF WRK-USO EQUAL 'f' MOVE 'F' TO WRK-USO END-IF.
           IF WRK-USO EQUAL 'p' MOVE 'P' TO WRK-USO END-IF.
           IF WRK-USO NOT EQUAL 'G' AND WRK-USO NOT EQUAL 'C'
              AND WRK-USO NOT EQUAL 'D' AND WRK-USO NOT EQUAL 'F'
              AND WRK-USO NOT EQUAL 'P'
             MOVE 'G' TO WRK-USO
           END-IF.
           DISPLAY "SALDO DE ABERTURA............. "
             ACCEPT WRK-SALDO.
           DISPLAY "SALDO NEGATIVO (S/N).......... "
             ACCEPT WRK-SALDO-NEGATIVO.
           DISPLAY "DATA DO SALDO (AAAAMMDD)...... "
             ACCEPT WRK-DATA-SALDO.
           DISPLAY "STATUS (A=ATIVA, I=INATIVA)... "
             ACCEPT WRK-STATUS.
           IF WRK-STATUS EQUAL 'a' MOVE 'A' TO WRK-STATUS END-IF.
           IF WRK-STATUS EQUAL 'i' MOVE 'I' TO WRK-STATUS END-IF.
           IF WRK-STATUS NOT EQUAL 'A' AND WRK-STATUS NOT EQUAL 'I'
             MOVE 'A' TO WRK-STATUS
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE WRK-CODIGO     TO CTB-CODIGO.
           MOVE WRK-BANCO      TO CTB-BANCO.
           MOVE WRK-AGENCIA    TO CTB-AGENCIA.
           MOVE WRK-CONTA      TO CTB-CONTA.
           MOVE WRK-DESCRICAO  TO CTB-DESCRICAO.
           MOVE WRK-USO        TO CTB-USO.
           MOVE WRK-SALDO      TO CTB-SALDO-INICIAL.
           IF WRK-SALDO-NEGATIVO EQUAL "S"
              OR WRK-SALDO-NEGATIVO EQUAL "s"
             COMPUTE CTB-SALDO-INICIAL = ZEROS - WRK-SALDO
           END-IF.
           MOVE WRK-DATA-SALDO TO CTB-DATA-SALDO.
           MOVE WRK-STATUS     TO CTB-STATUS.

           MOVE 1   TO WRK-IND-CONTA.
           MOVE "N" TO WRK-SW-CONTA.
           PERFORM 0210-LOCALIZAR-CONTA
             UNTIL WRK-IND-CONTA GREATER WRK-QTD-CONTAS
                OR CONTA-ACHADA.

           IF CONTA-ACHADA
             MOVE REG-CONTABAN TO WRK-CTB-REG(WRK-IND-CONTA)
             DISPLAY "CONTA ALTERADA"
           ELSE
             IF WRK-QTD-CONTAS LESS WRK-MAX-CONTAS
               ADD 1 TO WRK-QTD-CONTAS
               MOVE REG-CONTABAN TO WRK-CTB-REG(WRK-QTD-CONTAS)
               DISPLAY "CONTA INCLUIDA"
             ELSE
               DISPLAY "TABELA DE CONTAS CHEIA - NAO INCLUIDA"
               GOBACK
             END-IF
           END-IF.

           OPEN OUTPUT CONTABAN.
           IF FS-CONTABAN NOT EQUAL 0
             DISPLAY "CADASTRO DE CONTAS NAO FOI REGRAVADO - "
                     "STATUS " FS-CONTABAN
           ELSE
             MOVE 1 TO WRK-IND-CONTA
             PERFORM 0220-GRAVAR-CONTA
               UNTIL WRK-IND-CONTA GREATER WRK-QTD-CONTAS
             CLOSE CONTABAN
             DISPLAY "CADASTRO DE CONTAS BANCARIAS ATUALIZADO"
           END-IF.

       0210-LOCALIZAR-CONTA            SECTION.
           IF WRK-CTB-REG(WRK-IND-CONTA)(1:2) EQUAL
                REG-CONTABAN(1:2)
             SET CONTA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-CONTA
           END-IF.

       0220-GRAVAR-CONTA               SECTION.
           MOVE WRK-CTB-REG(WRK-IND-CONTA) TO REG-CONTABAN.
           WRITE REG-CONTABAN.
           ADD 1 TO WRK-IND-CONTA.

           COPY "CAMCTBP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
