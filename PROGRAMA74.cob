       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA74.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: BAIXA DAS ENTREGAS NA VOLTA DO ROMANEIO - PARA
      *==           CADA NOTA DA FILIAL AINDA EM ABERTO EM
      *==           ENTREGAS.DAT O OPERADOR INFORMA ENTREGUE (E),
      *==           RECUSADA (R, COM O MOTIVO - A MERCADORIA VOLTA
      *==           PELA DEVOLUCAO DO PROGRAMA35) OU REAGENDAR (A,
      *==           NOVA DATA E, SE PRECISO, NOVA ROTA - A ENTREGA
      *==           VOLTA A PENDENTE PARA O PROXIMO ROMANEIO). A
      *==           DIGITACAO TERMINA COM FIM E O ARQUIVO E
      *==           REGRAVADO UMA VEZ. EXECUCAO NO BATCHLOG.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
           COPY "ENTREGA.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMETG.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
           COPY "OPESSAO.cpy".
       77  FS-ENTREGAS         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.

       77  WRK-FILIAL          PIC 9(02)    VALUE 01.
       77  WRK-FILIAL-ENV      PIC X(02)    VALUE SPACES.
       77  WRK-NUM-NOTA        PIC X(04)    VALUE SPACES.
       77  WRK-OPCAO           PIC X(01)    VALUE SPACES.
       77  WRK-MOTIVO          PIC X(30)    VALUE SPACES.
       77  WRK-NOVA-DATA       PIC 9(08)    VALUE ZEROS.
       77  WRK-NOVA-ROTA       PIC X(04)    VALUE SPACES.

      *--- ENTREGAS CARREGADAS EM MEMORIA (REGRAVACAO COMPLETA) ---
       01  WRK-TAB-ENTREGAS.
           05 WRK-ETG-REG OCCURS 2000 TIMES PIC X(158).
       77  WRK-QTD-ENTREGAS    PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-ENTREGAS    PIC 9(04)    VALUE 2000.
       77  WRK-IND-ENTREGA     PIC 9(04)    VALUE ZEROS.
       77  WRK-IND-ACHADA      PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-CARGA        PIC X(01)    VALUE "N".
           88 CARGA-TRANSBORDOU             VALUE "S".

      *--- CONTADORES DA BAIXA ---
       77  WRK-ACUM-ENTREGUES  PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-RECUSADAS  PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-REAGENDA   PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-BAIXAS     PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-ENTREGUE    PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           IF WRK-SESSAO-FILIAL IS NUMERIC
              AND WRK-SESSAO-FILIAL GREATER ZEROS
             MOVE WRK-SESSAO-FILIAL TO WRK-FILIAL
           ELSE
             ACCEPT WRK-FILIAL-ENV FROM ENVIRONMENT "FILIAL"
             IF WRK-FILIAL-ENV IS NUMERIC
                AND WRK-FILIAL-ENV NOT EQUAL "00"
               MOVE WRK-FILIAL-ENV TO WRK-FILIAL
             END-IF
           END-IF.

           PERFORM 0182-OBTER-CAMINHO-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ENTREGAS NAO FOI ABERTO - STATUS "
                     FS-ENTREGAS
             GOBACK
           END-IF.
           READ ENTREGAS NEXT RECORD.
           PERFORM UNTIL FS-ENTREGAS NOT EQUAL 00
             IF WRK-QTD-ENTREGAS LESS WRK-MAX-ENTREGAS
               ADD 1 TO WRK-QTD-ENTREGAS
               MOVE REG-ENTREGA TO WRK-ETG-REG(WRK-QTD-ENTREGAS)
             ELSE
               DISPLAY "TABELA DE ENTREGAS CHEIA (MAX "
                       WRK-MAX-ENTREGAS ")"
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ ENTREGAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTREGAS.
           IF CARGA-TRANSBORDOU
             DISPLAY "CARGA EM MEMORIA INCOMPLETA - BAIXA NAO "
                     "REALIZADA PARA NAO PERDER REGISTROS"
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           DISPLAY "NOTA DA ENTREGA (FIM PARA ENCERRAR) "
             ACCEPT WRK-NUM-NOTA.
           PERFORM UNTIL WRK-NUM-NOTA EQUAL "FIM"
                      OR WRK-NUM-NOTA EQUAL "fim"
             PERFORM 0210-BAIXAR-ENTREGA
             DISPLAY "NOTA DA ENTREGA (FIM PARA ENCERRAR) "
               ACCEPT WRK-NUM-NOTA
           END-PERFORM.
           IF WRK-ACUM-BAIXAS GREATER ZEROS
             PERFORM 0250-REGRAVAR-ENTREGAS
           END-IF.

       0210-BAIXAR-ENTREGA             SECTION.
           PERFORM 0220-LOCALIZAR-ENTREGA.
           IF WRK-IND-ACHADA EQUAL ZEROS
             DISPLAY "NOTA " WRK-NUM-NOTA " SEM ENTREGA EM ABERTO "
                     "NA FILIAL " WRK-FILIAL
             GO TO 0210-BAIXAR-SAIDA
           END-IF.
           MOVE WRK-ETG-REG(WRK-IND-ACHADA) TO REG-ENTREGA.
           DISPLAY "CLIENTE.: " ETG-ID-CLIENTE " " ETG-NOME.
           DISPLAY "ENDERECO: " ETG-ENDERECO " " ETG-UF.
           DISPLAY "ROTA....: " ETG-ROTA
                   "  PREVISTA: " ETG-DATA-PREVISTA
                   "  SITUACAO: " ETG-STATUS.
           DISPLAY "E = ENTREGUE, R = RECUSADA, A = REAGENDAR "
             ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
             WHEN "E"
             WHEN "e"
               MOVE 'E'          TO ETG-STATUS
               MOVE DTM-AAAAMMDD TO ETG-DATA-BAIXA
               ADD 1 TO WRK-ACUM-ENTREGUES
               ADD ETG-VALOR TO WRK-TOT-ENTREGUE
             WHEN "R"
             WHEN "r"
               DISPLAY "MOTIVO DA RECUSA "
                 ACCEPT WRK-MOTIVO
               MOVE 'R'          TO ETG-STATUS
               MOVE DTM-AAAAMMDD TO ETG-DATA-BAIXA
               MOVE WRK-MOTIVO   TO ETG-OBSERVACAO
               ADD 1 TO WRK-ACUM-RECUSADAS
               DISPLAY "MERCADORIA RETORNA PELA DEVOLUCAO "
                       "(PROGRAMA35) DA NOTA " ETG-NOTA
             WHEN "A"
             WHEN "a"
               PERFORM 0230-REAGENDAR
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA - ENTREGA NAO ALTERADA"
               GO TO 0210-BAIXAR-SAIDA
           END-EVALUATE.
           MOVE REG-ENTREGA TO WRK-ETG-REG(WRK-IND-ACHADA).
           ADD 1 TO WRK-ACUM-BAIXAS.
       0210-BAIXAR-SAIDA.
           EXIT.

      *--- EM TRANSPORTE TEM PRECEDENCIA SOBRE PENDENTE ---
       0220-LOCALIZAR-ENTREGA          SECTION.
           MOVE ZEROS TO WRK-IND-ACHADA.
           MOVE 1 TO WRK-IND-ENTREGA.
           PERFORM UNTIL WRK-IND-ENTREGA GREATER WRK-QTD-ENTREGAS
             MOVE WRK-ETG-REG(WRK-IND-ENTREGA) TO REG-ENTREGA
             IF ETG-FILIAL EQUAL WRK-FILIAL
                AND ETG-NOTA EQUAL WRK-NUM-NOTA
               IF ETG-EM-TRANSPORTE
                 MOVE WRK-IND-ENTREGA TO WRK-IND-ACHADA
               ELSE
                 IF ETG-PENDENTE AND WRK-IND-ACHADA EQUAL ZEROS
                   MOVE WRK-IND-ENTREGA TO WRK-IND-ACHADA
                 END-IF
               END-IF
             END-IF
             ADD 1 TO WRK-IND-ENTREGA
           END-PERFORM.

      *--- VOLTA A PENDENTE PARA O PROXIMO ROMANEIO ---
       0230-REAGENDAR                  SECTION.
           DISPLAY "NOVA DATA DA ENTREGA (AAAAMMDD, 0 = HOJE) "
             ACCEPT WRK-NOVA-DATA.
           IF WRK-NOVA-DATA LESS DTM-AAAAMMDD
             MOVE DTM-AAAAMMDD TO WRK-NOVA-DATA
           END-IF.
           DISPLAY "NOVA ROTA (EM BRANCO = MANTEM " ETG-ROTA ") "
             ACCEPT WRK-NOVA-ROTA.
           IF WRK-NOVA-ROTA NOT EQUAL SPACES
             MOVE WRK-NOVA-ROTA TO ETG-ROTA
           END-IF.
           MOVE 'P'           TO ETG-STATUS.
           MOVE WRK-NOVA-DATA TO ETG-DATA-PREVISTA.
           MOVE ZEROS         TO ETG-DATA-ROMANEIO.
           IF ETG-REAGENDAMENTOS LESS 99
             ADD 1 TO ETG-REAGENDAMENTOS
           END-IF.
           ADD 1 TO WRK-ACUM-REAGENDA.
           DISPLAY "ENTREGA REAGENDADA PARA " ETG-DATA-PREVISTA
                   " - " ETG-REAGENDAMENTOS " REAGENDAMENTO(S)".

       0250-REGRAVAR-ENTREGAS          SECTION.
           OPEN OUTPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ENTREGAS NAO FOI REGRAVADO - "
                     "STATUS " FS-ENTREGAS
             MOVE ZEROS TO WRK-ACUM-BAIXAS
             GO TO 0250-REGRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-ENTREGA.
           PERFORM 0255-GRAVAR-ENTREGA
             UNTIL WRK-IND-ENTREGA GREATER WRK-QTD-ENTREGAS.
           CLOSE ENTREGAS.
       0250-REGRAVAR-SAIDA.
           EXIT.

       0255-GRAVAR-ENTREGA             SECTION.
           MOVE WRK-ETG-REG(WRK-IND-ENTREGA) TO REG-ENTREGA.
           WRITE REG-ENTREGA.
           ADD 1 TO WRK-IND-ENTREGA.

           COPY "CAMETGP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "ENTREGUES....: " WRK-ACUM-ENTREGUES
                       " - VALOR " WRK-TOT-ENTREGUE.
               DISPLAY "RECUSADAS....: " WRK-ACUM-RECUSADAS.
               DISPLAY "REAGENDADAS..: " WRK-ACUM-REAGENDA.

               MOVE "PROGRAMA74"      TO LOG-JOB.
               MOVE "S"               TO LOG-STATUS.
               MOVE WRK-ACUM-BAIXAS   TO LOG-QTD.
               MOVE WRK-QTD-ENTREGAS  TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-ENTREGUE  TO LOG-HASH.
               MOVE "BAIXA DE ENTREGAS DO ROMANEIO" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
