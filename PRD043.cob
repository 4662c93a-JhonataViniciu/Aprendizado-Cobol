       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD043.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: MANUTENCAO DAS CONTAS RECORRENTES (DESPREC.DAT) -
      *==            ALUGUEL, ENERGIA, TELEFONE E SERVICOS QUE SE
      *==            REPETEM TODO MES. INCLUI OU ALTERA UMA CONTA COM O
      *==            FORNECEDOR ATIVO, A CONTA DE DESPESA (GRUPO 5) DO
      *==            PLANOCON.DAT, O CENTRO DE CUSTO ATIVO, O DIA DE
      *==            VENCIMENTO E O VALOR; STATUS I SUSPENDE A GERACAO.
      *==            NOS MESMOS MOLDES DO FUN010: O ARQUIVO E
      *==            SEQUENCIAL, ENTAO CARREGA TUDO EM MEMORIA E REGRAVA
      *==            O ARQUIVO COMPLETO. A GERACAO MENSAL E DO PRD044.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESPREC ASSIGN TO WRK-CAMINHO-DESPREC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESPREC.

           SELECT FORNECEDORES ASSIGN TO WRK-CAMINHO-FORNECED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-ID
               FILE STATUS IS FS-FORNECEDORES.

           SELECT PLANOCON ASSIGN TO WRK-CAMINHO-PLANOCON
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANOCON.

           SELECT CCUSTOS ASSIGN TO WRK-CAMINHO-CCUSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CCUSTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  DESPREC.
           COPY "DESPREC.cpy".
       FD  FORNECEDORES.
           COPY "FORNECED.cpy".
       FD  PLANOCON.
           COPY "PLANOCON.cpy".
       FD  CCUSTOS.
           COPY "CCUSTO.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMDRC.cpy".
           COPY "CAMFOR.cpy".
           COPY "CAMCCU.cpy".
       77  FS-DESPREC      PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-PLANOCON     PIC 9(02) VALUE ZEROS.
       77  FS-CCUSTOS      PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-PLANOCON PIC X(100) VALUE
           "C:/COBOL/DADOS/PLANOCON.DAT.txt".

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-CODIGO      PIC 9(04) VALUE ZEROS.
       77  WRK-DESCRICAO   PIC X(30) VALUE SPACES.
       77  WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       01  WRK-CONTA       PIC 9(05) VALUE ZEROS.
       01  WRK-CONTA-RED REDEFINES WRK-CONTA.
           05 WRK-CONTA-GRUPO PIC 9(01).
           05 FILLER          PIC 9(04).
       77  WRK-CCUSTO      PIC 9(03) VALUE ZEROS.
       77  WRK-DIA         PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-EDI   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-STATUS      PIC X(01) VALUE SPACES.
       77  WRK-MSG-ERRO    PIC X(50) VALUE SPACES.

      *--------- CONTAS RECORRENTES CARREGADAS EM MEMORIA ----------
       01  WRK-TAB-DESPREC.
           05 WRK-DRC-REG OCCURS 200 TIMES PIC X(67).
       77  WRK-QTD-DESPREC PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DESPREC PIC 9(03) VALUE 200.
       77  WRK-IND-DESPREC PIC 9(03) VALUE ZEROS.
       77  WRK-SW-DESPREC  PIC X(01) VALUE "N".
           88 DESPESA-ACHADA        VALUE "S".

      *--------- PLANO DE CONTAS E CENTROS DE CUSTO EM MEMORIA ------
       01  WRK-TAB-PLANO.
           05 WRK-PLN-CONTA OCCURS 50 TIMES PIC 9(05).
       77  WRK-QTD-PLANO       PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-PLANO       PIC 9(02)    VALUE 50.
       77  WRK-IND-PLANO       PIC 9(02)    VALUE ZEROS.
       01  WRK-TAB-CENTROS.
           05 WRK-CCU-ITEM OCCURS 50 TIMES.
              10 WRK-CCU-CODIGO    PIC 9(03).
              10 WRK-CCU-STATUS    PIC X(01).
       77  WRK-QTD-CENTROS     PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-CENTROS     PIC 9(02)    VALUE 50.
       77  WRK-IND-CENTRO      PIC 9(02)    VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           PERFORM 0195-OBTER-CAMINHO-DESPREC.
           OPEN INPUT DESPREC.
           IF FS-DESPREC EQUAL 0
             READ DESPREC NEXT RECORD
             PERFORM UNTIL FS-DESPREC NOT EQUAL 00
               IF WRK-QTD-DESPREC LESS WRK-MAX-DESPREC
                 ADD 1 TO WRK-QTD-DESPREC
                 MOVE REG-DESPREC TO WRK-DRC-REG(WRK-QTD-DESPREC)
               END-IF
               READ DESPREC NEXT RECORD
             END-PERFORM
             CLOSE DESPREC
           END-IF.

           CALL "CONFIG" USING
               "PLANOCON_DAT        " WRK-CAMINHO-PLANOCON.
           OPEN INPUT PLANOCON.
           IF FS-PLANOCON EQUAL 0
             READ PLANOCON NEXT RECORD
             PERFORM UNTIL FS-PLANOCON NOT EQUAL 00
               IF WRK-QTD-PLANO LESS WRK-MAX-PLANO
                 ADD 1 TO WRK-QTD-PLANO
                 MOVE PLN-CONTA TO WRK-PLN-CONTA(WRK-QTD-PLANO)
               END-IF
               READ PLANOCON NEXT RECORD
             END-PERFORM
             CLOSE PLANOCON
           END-IF.

           PERFORM 0158-OBTER-CAMINHO-CCUSTO.
           OPEN INPUT CCUSTOS.
           IF FS-CCUSTOS EQUAL 0
             READ CCUSTOS NEXT RECORD
             PERFORM UNTIL FS-CCUSTOS NOT EQUAL 00
               IF WRK-QTD-CENTROS LESS WRK-MAX-CENTROS
                 ADD 1 TO WRK-QTD-CENTROS
                 MOVE CCU-CODIGO TO WRK-CCU-CODIGO(WRK-QTD-CENTROS)
                 MOVE CCU-STATUS TO WRK-CCU-STATUS(WRK-QTD-CENTROS)
               END-IF
               READ CCUSTOS NEXT RECORD
             END-PERFORM
             CLOSE CCUSTOS
           END-IF.

           DISPLAY "CODIGO DA CONTA RECORRENTE.. "
             ACCEPT WRK-CODIGO.
           MOVE 1   TO WRK-IND-DESPREC.
           MOVE "N" TO WRK-SW-DESPREC.
           MOVE WRK-CODIGO TO DRC-CODIGO.
           PERFORM 0210-LOCALIZAR-DESPESA
             UNTIL WRK-IND-DESPREC GREATER WRK-QTD-DESPREC
                OR DESPESA-ACHADA.
           IF DESPESA-ACHADA
             MOVE WRK-DRC-REG(WRK-IND-DESPREC) TO REG-DESPREC
             MOVE DRC-VALOR TO WRK-VALOR-EDI
             DISPLAY "  ATUAL: " DRC-DESCRICAO " FORN " DRC-FORNECEDOR
                     " CONTA " DRC-CONTA " CC " DRC-CCUSTO
             DISPLAY "         DIA " DRC-DIA-VENCTO " " WRK-VALOR-EDI
                     " STATUS " DRC-STATUS " ULTIMA " DRC-ULTIMA-COMPET
           ELSE
             INITIALIZE REG-DESPREC
             MOVE WRK-CODIGO TO DRC-CODIGO
           END-IF.

           DISPLAY "DESCRICAO................... "
             ACCEPT WRK-DESCRICAO.
           DISPLAY "ID DO FORNECEDOR / CREDOR... "
             ACCEPT WRK-FORNECEDOR.
           DISPLAY "CONTA DE DESPESA (PLANOCON). "
             ACCEPT WRK-CONTA.
           DISPLAY "CENTRO DE CUSTO............. "
             ACCEPT WRK-CCUSTO.
           DISPLAY "DIA DO VENCIMENTO (1 A 31).. "
             ACCEPT WRK-DIA.
           DISPLAY "VALOR MENSAL................ "
             ACCEPT WRK-VALOR.
           DISPLAY "STATUS (A=ATIVA, I=INATIVA)  "
             ACCEPT WRK-STATUS.
           IF WRK-STATUS EQUAL 'a' MOVE 'A' TO WRK-STATUS END-IF.
           IF WRK-STATUS EQUAL 'i' MOVE 'I' TO WRK-STATUS END-IF.
           IF WRK-STATUS NOT EQUAL 'A' AND WRK-STATUS NOT EQUAL 'I'
             MOVE 'A' TO WRK-STATUS
           END-IF.

       0200-PROCESSAR                  SECTION.
           PERFORM 0220-VALIDAR-DESPESA.
           IF WRK-MSG-ERRO NOT EQUAL SPACES
             DISPLAY WRK-MSG-ERRO " - CONTA NAO GRAVADA"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           MOVE WRK-DESCRICAO  TO DRC-DESCRICAO.
           MOVE WRK-FORNECEDOR TO DRC-FORNECEDOR.
           MOVE WRK-CONTA      TO DRC-CONTA.
           MOVE WRK-CCUSTO     TO DRC-CCUSTO.
           MOVE WRK-DIA        TO DRC-DIA-VENCTO.
           MOVE WRK-VALOR      TO DRC-VALOR.
           MOVE WRK-STATUS     TO DRC-STATUS.

           IF DESPESA-ACHADA
             MOVE REG-DESPREC TO WRK-DRC-REG(WRK-IND-DESPREC)
             DISPLAY "CONTA RECORRENTE ALTERADA"
           ELSE
             IF WRK-QTD-DESPREC LESS WRK-MAX-DESPREC
               ADD 1 TO WRK-QTD-DESPREC
               MOVE REG-DESPREC TO WRK-DRC-REG(WRK-QTD-DESPREC)
               DISPLAY "CONTA RECORRENTE INCLUIDA"
             ELSE
               DISPLAY "TABELA DE CONTAS RECORRENTES CHEIA - "
                       "NAO INCLUIDA"
               GO TO 0200-PROCESSAR-SAIDA
             END-IF
           END-IF.

           OPEN OUTPUT DESPREC.
           IF FS-DESPREC NOT EQUAL 0
             DISPLAY "CONTAS RECORRENTES NAO FORAM REGRAVADAS - "
                     "STATUS " FS-DESPREC
           ELSE
             MOVE 1 TO WRK-IND-DESPREC
             PERFORM 0230-GRAVAR-DESPESA
               UNTIL WRK-IND-DESPREC GREATER WRK-QTD-DESPREC
             CLOSE DESPREC
             DISPLAY "CADASTRO DE CONTAS RECORRENTES ATUALIZADO"
           END-IF.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-LOCALIZAR-DESPESA          SECTION.
           IF WRK-DRC-REG(WRK-IND-DESPREC)(1:4) EQUAL
                REG-DESPREC(1:4)
             SET DESPESA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-DESPREC
           END-IF.

      *--- MESMAS REGRAS DO LANCAMENTO AVULSO DO PRD042 ---
       0220-VALIDAR-DESPESA            SECTION.
           MOVE SPACES TO WRK-MSG-ERRO.
           IF WRK-DESCRICAO EQUAL SPACES
             MOVE "DESCRICAO OBRIGATORIA" TO WRK-MSG-ERRO
             GO TO 0220-VALIDAR-SAIDA
           END-IF.

           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 0
             MOVE "CADASTRO DE FORNECEDORES NAO FOI ABERTO"
               TO WRK-MSG-ERRO
             GO TO 0220-VALIDAR-SAIDA
           END-IF.
           MOVE WRK-FORNECEDOR TO FOR-ID.
           READ FORNECEDORES KEY IS FOR-ID
             INVALID KEY
               MOVE "FORNECEDOR NAO CADASTRADO" TO WRK-MSG-ERRO
           END-READ.
           IF WRK-MSG-ERRO EQUAL SPACES AND NOT FOR-ATIVO
             MOVE "FORNECEDOR DESATIVADO" TO WRK-MSG-ERRO
           END-IF.
           CLOSE FORNECEDORES.
           IF WRK-MSG-ERRO NOT EQUAL SPACES
             GO TO 0220-VALIDAR-SAIDA
           END-IF.

           MOVE "CONTA FORA DO PLANO DE CONTAS" TO WRK-MSG-ERRO.
           MOVE 1 TO WRK-IND-PLANO.
           PERFORM UNTIL WRK-IND-PLANO GREATER WRK-QTD-PLANO
             IF WRK-PLN-CONTA(WRK-IND-PLANO) EQUAL WRK-CONTA
               MOVE SPACES TO WRK-MSG-ERRO
             END-IF
             ADD 1 TO WRK-IND-PLANO
           END-PERFORM.
           IF WRK-MSG-ERRO NOT EQUAL SPACES
             GO TO 0220-VALIDAR-SAIDA
           END-IF.
           IF WRK-CONTA-GRUPO NOT EQUAL 5
             MOVE "CONTA PRECISA SER DE DESPESA (GRUPO 5)"
               TO WRK-MSG-ERRO
             GO TO 0220-VALIDAR-SAIDA
           END-IF.

           MOVE "CENTRO DE CUSTO NAO CADASTRADO OU INATIVO"
             TO WRK-MSG-ERRO.
           MOVE 1 TO WRK-IND-CENTRO.
           PERFORM UNTIL WRK-IND-CENTRO GREATER WRK-QTD-CENTROS
             IF WRK-CCU-CODIGO(WRK-IND-CENTRO) EQUAL WRK-CCUSTO
                AND WRK-CCU-STATUS(WRK-IND-CENTRO) EQUAL 'A'
               MOVE SPACES TO WRK-MSG-ERRO
             END-IF
             ADD 1 TO WRK-IND-CENTRO
           END-PERFORM.
           IF WRK-MSG-ERRO NOT EQUAL SPACES
             GO TO 0220-VALIDAR-SAIDA
           END-IF.

           IF WRK-DIA LESS 1 OR WRK-DIA GREATER 31
             MOVE "DIA DE VENCIMENTO INVALIDO" TO WRK-MSG-ERRO
             GO TO 0220-VALIDAR-SAIDA
           END-IF.
           IF WRK-VALOR NOT GREATER ZEROS
             MOVE "VALOR PRECISA SER MAIOR QUE ZERO" TO WRK-MSG-ERRO
           END-IF.
       0220-VALIDAR-SAIDA.
           EXIT.

       0230-GRAVAR-DESPESA             SECTION.
           MOVE WRK-DRC-REG(WRK-IND-DESPREC) TO REG-DESPREC.
           WRITE REG-DESPREC.
           ADD 1 TO WRK-IND-DESPREC.

           COPY "CAMDRCP.cpy".
           COPY "CAMFORP.cpy".
           COPY "CAMCCUP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
