       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA68.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: CONCILIACAO BANCARIA - IMPORTA O EXTRATO DO BANCO
      *==           (EXTBANCO.DAT), IDENTIFICA A CONTA DE CADA LINHA
      *==           NO CADASTRO CONTABAN.DAT E CASA CADA LANCAMENTO
      *==           COM O MOVIMENTO ESPERADO PENDENTE NO DIARIO
      *==           MOVBANCO.DAT (MESMA CONTA, MESMO TIPO, MESMO
      *==           VALOR, DATA DO LIVRO ATE A DATA DO BANCO), QUE
      *==           PASSA A CONCILIADO. O RELATORIO DATADO (RELGER)
      *==           MOSTRA POR CONTA O SALDO DO LIVRO, O SALDO DO
      *==           BANCO, A DIFERENCA E AS PENDENCIAS EM ABERTO DOS
      *==           DOIS LADOS. O DIARIO E SEQUENCIAL, ENTAO A
      *==           MARCACAO CARREGA TUDO EM MEMORIA E REGRAVA O
      *==           ARQUIVO COMPLETO. EXECUCAO NO BATCHLOG.
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

           SELECT MOVBANCO ASSIGN TO WRK-CAMINHO-MOVBANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVBANCO.

           SELECT EXTBANCO ASSIGN TO WRK-CAMINHO-EXTBANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTBANCO.

           SELECT CONCBAN ASSIGN TO WRK-CAMINHO-CONCBAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONCBAN.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTABAN.
           COPY "CONTABAN.cpy".

       FD  MOVBANCO.
           COPY "MOVBANCO.cpy".

       FD  EXTBANCO.
           COPY "EXTBANCO.cpy".

       FD  CONCBAN.
       01  REG-CONCBAN                PIC X(100).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMCTB.cpy".
           COPY "CAMMBC.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-CONTABAN         PIC 9(02)    VALUE ZEROS.
       77  FS-MOVBANCO         PIC 9(02)    VALUE ZEROS.
       77  FS-EXTBANCO         PIC 9(02)    VALUE ZEROS.
       77  FS-CONCBAN          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-EXTBANCO PIC X(100)  VALUE
           "C:/COBOL/DADOS/EXTBANCO.DAT.txt".
       77  WRK-CAMINHO-CONCBAN PIC X(100)   VALUE SPACES.

      *--- CONTAS DO CADASTRO COM OS SALDOS APURADOS ---
       01  WRK-TAB-CONTAS.
           05 WRK-CTA-ITEM OCCURS 50 TIMES.
              10 WRK-CTA-CODIGO      PIC 9(02).
              10 WRK-CTA-BANCO       PIC 9(03).
              10 WRK-CTA-AGENCIA     PIC 9(04).
              10 WRK-CTA-CONTA       PIC X(10).
              10 WRK-CTA-DESCRICAO   PIC X(20).
              10 WRK-CTA-DATA-SALDO  PIC 9(08).
              10 WRK-CTA-SALDO-LIVRO PIC S9(11)V99.
              10 WRK-CTA-SALDO-BANCO PIC S9(11)V99.
              10 WRK-CTA-MOV-BANCO   PIC S9(11)V99.
              10 WRK-CTA-SW-SALDO    PIC X(01).
       77  WRK-QTD-CONTAS      PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-CONTAS      PIC 9(02)    VALUE 50.
       77  WRK-IND-CONTA       PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-CONTA        PIC X(01)    VALUE "N".
           88 CONTA-ACHADA                  VALUE "S".

      *--- DIARIO DE MOVIMENTOS EM MEMORIA (REGRAVACAO COMPLETA) ---
       01  WRK-TAB-MOVIMENTOS.
           05 WRK-MBC-REG OCCURS 3000 TIMES PIC X(62).
       77  WRK-QTD-MOVIMENTOS  PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-MOVIMENTOS  PIC 9(04)    VALUE 3000.
       77  WRK-IND-MOVIMENTO   PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-CARGA        PIC X(01)    VALUE "N".
           88 CARGA-TRANSBORDOU             VALUE "S".
       77  WRK-SW-MOVIMENTO    PIC X(01)    VALUE "N".
           88 MOVIMENTO-ACHADO              VALUE "S".

      *--- LANCAMENTOS DO BANCO SEM MOVIMENTO NO LIVRO ---
       01  WRK-TAB-SEM-MOV.
           05 WRK-SMV-ITEM OCCURS 500 TIMES.
              10 WRK-SMV-CONTA       PIC 9(02).
              10 WRK-SMV-LINHA       PIC X(90).
       77  WRK-QTD-SEM-MOV     PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-SEM-MOV     PIC 9(03)    VALUE 500.
       77  WRK-IND-SEM-MOV     PIC 9(03)    VALUE ZEROS.

      *--- CONTADORES E TOTAIS ---
       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-CONCILIADOS PIC 9(06)   VALUE ZEROS.
       77  WRK-ACUM-SEM-MOV    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-PENDENTES  PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-CONTAS-DIF PIC 9(02)    VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONCILIADO PIC 9(12)V99 VALUE ZEROS.
       77  WRK-QTD-LISTADOS    PIC 9(04)    VALUE ZEROS.

       01  WRK-LINHA-CONTA.
           05 FILLER           PIC X(07) VALUE "CONTA: ".
           05 WRK-LN-CODIGO    PIC 9(02).
           05 FILLER           PIC X(03) VALUE " - ".
           05 WRK-LN-BANCO     PIC 9(03).
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-LN-AGENCIA   PIC 9(04).
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-LN-CONTA     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-DESCRICAO PIC X(20).

       01  WRK-LINHA-SALDO.
           05 WRK-LS-ROTULO    PIC X(30).
           05 WRK-LS-VALOR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-ITEM.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LI-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LI-TIPO      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LI-ORIGEM    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LI-DOCUMENTO PIC X(25).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LI-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           PERFORM 0172-OBTER-CAMINHO-CONTABAN.
           OPEN INPUT CONTABAN.
           IF FS-CONTABAN NOT EQUAL 0
             DISPLAY "CADASTRO DE CONTAS BANCARIAS NAO FOI ABERTO - "
                     "STATUS " FS-CONTABAN
             GOBACK
           END-IF.
           READ CONTABAN NEXT RECORD.
           PERFORM UNTIL FS-CONTABAN NOT EQUAL 00
             IF WRK-QTD-CONTAS LESS WRK-MAX-CONTAS
               ADD 1 TO WRK-QTD-CONTAS
               MOVE CTB-CODIGO    TO WRK-CTA-CODIGO(WRK-QTD-CONTAS)
               MOVE CTB-BANCO     TO WRK-CTA-BANCO(WRK-QTD-CONTAS)
               MOVE CTB-AGENCIA   TO WRK-CTA-AGENCIA(WRK-QTD-CONTAS)
               MOVE CTB-CONTA     TO WRK-CTA-CONTA(WRK-QTD-CONTAS)
               MOVE CTB-DESCRICAO
                 TO WRK-CTA-DESCRICAO(WRK-QTD-CONTAS)
               MOVE CTB-DATA-SALDO
                 TO WRK-CTA-DATA-SALDO(WRK-QTD-CONTAS)
               MOVE CTB-SALDO-INICIAL
                 TO WRK-CTA-SALDO-LIVRO(WRK-QTD-CONTAS)
               MOVE CTB-SALDO-INICIAL
                 TO WRK-CTA-SALDO-BANCO(WRK-QTD-CONTAS)
               MOVE ZEROS TO WRK-CTA-MOV-BANCO(WRK-QTD-CONTAS)
               MOVE "N"   TO WRK-CTA-SW-SALDO(WRK-QTD-CONTAS)
             ELSE
               DISPLAY "TABELA DE CONTAS CHEIA (MAX "
                       WRK-MAX-CONTAS ")"
             END-IF
             READ CONTABAN NEXT RECORD
           END-PERFORM.
           CLOSE CONTABAN.
           IF WRK-QTD-CONTAS EQUAL ZEROS
             DISPLAY "NENHUMA CONTA BANCARIA CADASTRADA - "
                     "USE O PROGRAMA67"
             GOBACK
           END-IF.

           PERFORM 0174-OBTER-CAMINHO-MOVBANCO.
           OPEN INPUT MOVBANCO.
           IF FS-MOVBANCO EQUAL 0
             READ MOVBANCO NEXT RECORD
             PERFORM UNTIL FS-MOVBANCO NOT EQUAL 00
               IF WRK-QTD-MOVIMENTOS LESS WRK-MAX-MOVIMENTOS
                 ADD 1 TO WRK-QTD-MOVIMENTOS
                 MOVE REG-MOVBANCO
                   TO WRK-MBC-REG(WRK-QTD-MOVIMENTOS)
               ELSE
                 IF NOT CARGA-TRANSBORDOU
                   DISPLAY "TABELA DE MOVIMENTOS CHEIA (MAX "
                           WRK-MAX-MOVIMENTOS ")"
                 END-IF
                 SET CARGA-TRANSBORDOU TO TRUE
               END-IF
               READ MOVBANCO NEXT RECORD
             END-PERFORM
             CLOSE MOVBANCO
           ELSE
             DISPLAY "DIARIO DE MOVIMENTOS BANCARIOS VAZIO - STATUS "
                     FS-MOVBANCO
           END-IF.

           CALL "CONFIG" USING
               "EXTBANCO_DAT        " WRK-CAMINHO-EXTBANCO.
           OPEN INPUT EXTBANCO.
           IF FS-EXTBANCO NOT EQUAL 0
             DISPLAY "EXTRATO DO BANCO NAO FOI ABERTO - STATUS "
                     FS-EXTBANCO
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           READ EXTBANCO NEXT RECORD.
           PERFORM UNTIL FS-EXTBANCO NOT EQUAL 00
             PERFORM 0210-TRATAR-LANCAMENTO
             READ EXTBANCO NEXT RECORD
           END-PERFORM.
           CLOSE EXTBANCO.

           PERFORM 0230-APURAR-SALDO-LIVRO.
           PERFORM 0240-IMPRIMIR-CONCILIACAO.
           IF WRK-ACUM-CONCILIADOS GREATER ZEROS
             PERFORM 0260-REGRAVAR-DIARIO
           END-IF.

           DISPLAY "LANCAMENTOS DO EXTRATO....: " WRK-ACUM-LIDOS.
           DISPLAY "CONCILIADOS...............: " WRK-ACUM-CONCILIADOS.
           DISPLAY "BANCO SEM MOVIMENTO.......: " WRK-ACUM-SEM-MOV.
           DISPLAY "LIVRO NAO COMPENSADO......: " WRK-ACUM-PENDENTES.
           DISPLAY "CONTAS COM DIFERENCA......: " WRK-ACUM-CONTAS-DIF.

       0210-TRATAR-LANCAMENTO          SECTION.
           MOVE 1   TO WRK-IND-CONTA.
           MOVE "N" TO WRK-SW-CONTA.
           PERFORM 0215-LOCALIZAR-CONTA
             UNTIL WRK-IND-CONTA GREATER WRK-QTD-CONTAS
                OR CONTA-ACHADA.
           IF NOT CONTA-ACHADA
             DISPLAY "EXTRATO DE CONTA NAO CADASTRADA: " EXB-BANCO
                     "/" EXB-AGENCIA "/" EXB-CONTA
             GO TO 0210-TRATAR-SAIDA
           END-IF.

      *    A LINHA S TRAZ O SALDO FINAL INFORMADO PELO BANCO
           IF EXB-SALDO
             IF EXB-SALDO-NEGATIVO
               COMPUTE WRK-CTA-SALDO-BANCO(WRK-IND-CONTA) =
                   ZEROS - EXB-VALOR
             ELSE
               MOVE EXB-VALOR TO WRK-CTA-SALDO-BANCO(WRK-IND-CONTA)
             END-IF
             MOVE "S" TO WRK-CTA-SW-SALDO(WRK-IND-CONTA)
             GO TO 0210-TRATAR-SAIDA
           END-IF.
           IF NOT EXB-CREDITO AND NOT EXB-DEBITO
             GO TO 0210-TRATAR-SAIDA
           END-IF.

           ADD 1 TO WRK-ACUM-LIDOS.
           IF EXB-CREDITO
             ADD EXB-VALOR TO WRK-CTA-MOV-BANCO(WRK-IND-CONTA)
           ELSE
             SUBTRACT EXB-VALOR FROM WRK-CTA-MOV-BANCO(WRK-IND-CONTA)
           END-IF.

           MOVE 1   TO WRK-IND-MOVIMENTO.
           MOVE "N" TO WRK-SW-MOVIMENTO.
           PERFORM 0220-PROCURAR-MOVIMENTO
             UNTIL WRK-IND-MOVIMENTO GREATER WRK-QTD-MOVIMENTOS
                OR MOVIMENTO-ACHADO.
           IF MOVIMENTO-ACHADO
             MOVE WRK-MBC-REG(WRK-IND-MOVIMENTO) TO REG-MOVBANCO
             MOVE 'C'      TO MBC-STATUS
             MOVE EXB-DATA TO MBC-DATA-CONCIL
             MOVE REG-MOVBANCO TO WRK-MBC-REG(WRK-IND-MOVIMENTO)
             ADD 1         TO WRK-ACUM-CONCILIADOS
             ADD EXB-VALOR TO WRK-TOTAL-CONCILIADO
           ELSE
             ADD 1 TO WRK-ACUM-SEM-MOV
             PERFORM 0225-GUARDAR-SEM-MOVIMENTO
           END-IF.
       0210-TRATAR-SAIDA.
           EXIT.

       0215-LOCALIZAR-CONTA            SECTION.
           IF WRK-CTA-BANCO(WRK-IND-CONTA)   EQUAL EXB-BANCO
              AND WRK-CTA-AGENCIA(WRK-IND-CONTA) EQUAL EXB-AGENCIA
              AND WRK-CTA-CONTA(WRK-IND-CONTA)   EQUAL EXB-CONTA
             SET CONTA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-CONTA
           END-IF.

      *    MESMA CONTA, TIPO E VALOR, PENDENTE, LANCADA NO LIVRO ATE
      *    A DATA EM QUE O BANCO COMPENSOU
       0220-PROCURAR-MOVIMENTO         SECTION.
           MOVE WRK-MBC-REG(WRK-IND-MOVIMENTO) TO REG-MOVBANCO.
           IF MBC-PENDENTE
              AND MBC-CONTA EQUAL WRK-CTA-CODIGO(WRK-IND-CONTA)
              AND MBC-TIPO  EQUAL EXB-TIPO
              AND MBC-VALOR EQUAL EXB-VALOR
              AND MBC-DATA  NOT GREATER EXB-DATA
             SET MOVIMENTO-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-MOVIMENTO
           END-IF.

       0225-GUARDAR-SEM-MOVIMENTO      SECTION.
           IF WRK-QTD-SEM-MOV NOT LESS WRK-MAX-SEM-MOV
             GO TO 0225-GUARDAR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-SEM-MOV.
           MOVE EXB-DATA      TO WRK-LI-DATA.
           MOVE EXB-TIPO      TO WRK-LI-TIPO.
           MOVE "BANCO"       TO WRK-LI-ORIGEM.
           MOVE EXB-HISTORICO TO WRK-LI-DOCUMENTO.
           MOVE EXB-VALOR     TO WRK-LI-VALOR.
           MOVE WRK-CTA-CODIGO(WRK-IND-CONTA)
             TO WRK-SMV-CONTA(WRK-QTD-SEM-MOV).
           MOVE WRK-LINHA-ITEM TO WRK-SMV-LINHA(WRK-QTD-SEM-MOV).
       0225-GUARDAR-SAIDA.
           EXIT.

      *--- SALDO DO LIVRO: ABERTURA + MOVIMENTOS DESDE A DATA ---
       0230-APURAR-SALDO-LIVRO         SECTION.
           MOVE 1 TO WRK-IND-MOVIMENTO.
           PERFORM UNTIL WRK-IND-MOVIMENTO GREATER WRK-QTD-MOVIMENTOS
             MOVE WRK-MBC-REG(WRK-IND-MOVIMENTO) TO REG-MOVBANCO
             MOVE 1   TO WRK-IND-CONTA
             MOVE "N" TO WRK-SW-CONTA
             PERFORM 0235-LOCALIZAR-CONTA-MOV
               UNTIL WRK-IND-CONTA GREATER WRK-QTD-CONTAS
                  OR CONTA-ACHADA
             IF CONTA-ACHADA
                AND MBC-DATA NOT LESS WRK-CTA-DATA-SALDO(WRK-IND-CONTA)
               IF MBC-CREDITO
                 ADD MBC-VALOR
                   TO WRK-CTA-SALDO-LIVRO(WRK-IND-CONTA)
               ELSE
                 SUBTRACT MBC-VALOR
                   FROM WRK-CTA-SALDO-LIVRO(WRK-IND-CONTA)
               END-IF
             END-IF
             ADD 1 TO WRK-IND-MOVIMENTO
           END-PERFORM.

      *    SEM LINHA DE SALDO NO EXTRATO, O SALDO DO BANCO E A
      *    ABERTURA MAIS OS LANCAMENTOS QUE O EXTRATO TROUXE
           MOVE 1 TO WRK-IND-CONTA.
           PERFORM UNTIL WRK-IND-CONTA GREATER WRK-QTD-CONTAS
             IF WRK-CTA-SW-SALDO(WRK-IND-CONTA) EQUAL "N"
               ADD WRK-CTA-MOV-BANCO(WRK-IND-CONTA)
                 TO WRK-CTA-SALDO-BANCO(WRK-IND-CONTA)
             END-IF
             ADD 1 TO WRK-IND-CONTA
           END-PERFORM.

       0235-LOCALIZAR-CONTA-MOV        SECTION.
           IF WRK-CTA-CODIGO(WRK-IND-CONTA) EQUAL MBC-CONTA
             SET CONTA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-CONTA
           END-IF.

       0240-IMPRIMIR-CONCILIACAO       SECTION.
           MOVE "CONCBANCO" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-CONCBAN.
           OPEN OUTPUT CONCBAN.
           IF FS-CONCBAN NOT EQUAL 0
             DISPLAY "RELATORIO DE CONCILIACAO NAO FOI ABERTO - "
                     "STATUS " FS-CONCBAN
             GO TO 0240-IMPRIMIR-SAIDA
           END-IF.
           MOVE "CONCILIACAO BANCARIA" TO REG-CONCBAN.
           WRITE REG-CONCBAN.

           MOVE 1 TO WRK-IND-CONTA.
           PERFORM 0245-IMPRIMIR-CONTA
             UNTIL WRK-IND-CONTA GREATER WRK-QTD-CONTAS.

           PERFORM 0255-LISTAR-SEM-CONTA.
           IF CARGA-TRANSBORDOU
             MOVE SPACES TO REG-CONCBAN
             WRITE REG-CONCBAN
             MOVE "ATENCAO: DIARIO DE MOVIMENTOS NAO COUBE NA TABELA"
               TO REG-CONCBAN
             WRITE REG-CONCBAN
           END-IF.
           CLOSE CONCBAN.
           DISPLAY "RELATORIO DE CONCILIACAO GRAVADO EM "
                   WRK-CAMINHO-CONCBAN.
       0240-IMPRIMIR-SAIDA.
           EXIT.

       0245-IMPRIMIR-CONTA             SECTION.
           MOVE SPACES TO REG-CONCBAN.
           WRITE REG-CONCBAN.
           MOVE WRK-CTA-CODIGO(WRK-IND-CONTA)    TO WRK-LN-CODIGO.
           MOVE WRK-CTA-BANCO(WRK-IND-CONTA)     TO WRK-LN-BANCO.
           MOVE WRK-CTA-AGENCIA(WRK-IND-CONTA)   TO WRK-LN-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IND-CONTA)     TO WRK-LN-CONTA.
           MOVE WRK-CTA-DESCRICAO(WRK-IND-CONTA) TO WRK-LN-DESCRICAO.
           MOVE WRK-LINHA-CONTA TO REG-CONCBAN.
           WRITE REG-CONCBAN.

           MOVE "  SALDO DO LIVRO............." TO WRK-LS-ROTULO.
           MOVE WRK-CTA-SALDO-LIVRO(WRK-IND-CONTA) TO WRK-LS-VALOR.
           MOVE WRK-LINHA-SALDO TO REG-CONCBAN.
           WRITE REG-CONCBAN.
           MOVE "  SALDO DO BANCO............." TO WRK-LS-ROTULO.
           MOVE WRK-CTA-SALDO-BANCO(WRK-IND-CONTA) TO WRK-LS-VALOR.
           MOVE WRK-LINHA-SALDO TO REG-CONCBAN.
           WRITE REG-CONCBAN.
           COMPUTE WRK-DIFERENCA =
               WRK-CTA-SALDO-BANCO(WRK-IND-CONTA)
             - WRK-CTA-SALDO-LIVRO(WRK-IND-CONTA).
           MOVE "  DIFERENCA (BANCO - LIVRO).." TO WRK-LS-ROTULO.
           MOVE WRK-DIFERENCA TO WRK-LS-VALOR.
           MOVE WRK-LINHA-SALDO TO REG-CONCBAN.
           WRITE REG-CONCBAN.
           IF WRK-DIFERENCA NOT EQUAL ZEROS
             ADD 1 TO WRK-ACUM-CONTAS-DIF
           END-IF.

      *    MOVIMENTOS DO LIVRO QUE O BANCO AINDA NAO COMPENSOU
           MOVE "  LIVRO NAO COMPENSADO PELO BANCO:" TO REG-CONCBAN.
           WRITE REG-CONCBAN.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 1 TO WRK-IND-MOVIMENTO.
           PERFORM UNTIL WRK-IND-MOVIMENTO GREATER WRK-QTD-MOVIMENTOS
             MOVE WRK-MBC-REG(WRK-IND-MOVIMENTO) TO REG-MOVBANCO
             IF MBC-PENDENTE
                AND MBC-CONTA EQUAL WRK-CTA-CODIGO(WRK-IND-CONTA)
                AND MBC-DATA NOT LESS
                    WRK-CTA-DATA-SALDO(WRK-IND-CONTA)
               PERFORM 0250-IMPRIMIR-PENDENTE
             END-IF
             ADD 1 TO WRK-IND-MOVIMENTO
           END-PERFORM.
           IF WRK-QTD-LISTADOS EQUAL ZEROS
             MOVE "    NENHUM" TO REG-CONCBAN
             WRITE REG-CONCBAN
           END-IF.

      *    LANCAMENTOS DO BANCO SEM MOVIMENTO CORRESPONDENTE
           MOVE "  BANCO SEM MOVIMENTO NO LIVRO:" TO REG-CONCBAN.
           WRITE REG-CONCBAN.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 1 TO WRK-IND-SEM-MOV.
           PERFORM UNTIL WRK-IND-SEM-MOV GREATER WRK-QTD-SEM-MOV
             IF WRK-SMV-CONTA(WRK-IND-SEM-MOV) EQUAL
                  WRK-CTA-CODIGO(WRK-IND-CONTA)
               MOVE WRK-SMV-LINHA(WRK-IND-SEM-MOV) TO REG-CONCBAN
               WRITE REG-CONCBAN
               ADD 1 TO WRK-QTD-LISTADOS
             END-IF
             ADD 1 TO WRK-IND-SEM-MOV
           END-PERFORM.
           IF WRK-QTD-LISTADOS EQUAL ZEROS
             MOVE "    NENHUM" TO REG-CONCBAN
             WRITE REG-CONCBAN
           END-IF.
           ADD 1 TO WRK-IND-CONTA.

       0250-IMPRIMIR-PENDENTE          SECTION.
           ADD 1 TO WRK-QTD-LISTADOS.
           ADD 1 TO WRK-ACUM-PENDENTES.
           MOVE MBC-DATA      TO WRK-LI-DATA.
           MOVE MBC-TIPO      TO WRK-LI-TIPO.
           MOVE MBC-ORIGEM    TO WRK-LI-ORIGEM.
           MOVE MBC-DOCUMENTO TO WRK-LI-DOCUMENTO.
           MOVE MBC-VALOR     TO WRK-LI-VALOR.
           MOVE WRK-LINHA-ITEM TO REG-CONCBAN.
           WRITE REG-CONCBAN.

      *--- MOVIMENTOS GRAVADOS SEM CONTA (CADASTRO SEM O USO) ---
       0255-LISTAR-SEM-CONTA           SECTION.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 1 TO WRK-IND-MOVIMENTO.
           PERFORM UNTIL WRK-IND-MOVIMENTO GREATER WRK-QTD-MOVIMENTOS
             MOVE WRK-MBC-REG(WRK-IND-MOVIMENTO) TO REG-MOVBANCO
             IF MBC-PENDENTE AND MBC-CONTA EQUAL ZEROS
               IF WRK-QTD-LISTADOS EQUAL ZEROS
                 MOVE SPACES TO REG-CONCBAN
                 WRITE REG-CONCBAN
                 MOVE "MOVIMENTOS SEM CONTA BANCARIA DEFINIDA:"
                   TO REG-CONCBAN
                 WRITE REG-CONCBAN
               END-IF
               PERFORM 0250-IMPRIMIR-PENDENTE
             END-IF
             ADD 1 TO WRK-IND-MOVIMENTO
           END-PERFORM.

       0260-REGRAVAR-DIARIO            SECTION.
           IF CARGA-TRANSBORDOU
             DISPLAY "CARGA EM MEMORIA INCOMPLETA - DIARIO NAO FOI "
                     "REGRAVADO PARA NAO PERDER REGISTROS"
             GO TO 0260-REGRAVAR-SAIDA
           END-IF.
           OPEN OUTPUT MOVBANCO.
           IF FS-MOVBANCO NOT EQUAL 0
             DISPLAY "DIARIO DE MOVIMENTOS NAO FOI REGRAVADO - "
                     "STATUS " FS-MOVBANCO
             GO TO 0260-REGRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-MOVIMENTO.
           PERFORM UNTIL WRK-IND-MOVIMENTO GREATER WRK-QTD-MOVIMENTOS
             MOVE WRK-MBC-REG(WRK-IND-MOVIMENTO) TO REG-MOVBANCO
             WRITE REG-MOVBANCO
             ADD 1 TO WRK-IND-MOVIMENTO
           END-PERFORM.
           CLOSE MOVBANCO.
       0260-REGRAVAR-SAIDA.
           EXIT.

           COPY "CAMCTBP.cpy".
           COPY "CAMMBCP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA68" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-CONCILIADOS TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS       TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-SEM-MOV     TO LOG-QTD-REJEITADOS.
               MOVE WRK-TOTAL-CONCILIADO TO LOG-HASH.
               IF WRK-ACUM-CONTAS-DIF EQUAL ZEROS
                 MOVE "S" TO LOG-BALANCE
                 MOVE "CONCILIACAO BANCARIA SEM DIFERENCA"
                   TO LOG-MENSAGEM
               ELSE
                 MOVE "F" TO LOG-BALANCE
                 MOVE "CONCILIACAO BANCARIA COM DIFERENCA"
                   TO LOG-MENSAGEM
               END-IF.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
