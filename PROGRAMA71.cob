       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA71.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: EXPIRACAO MENSAL DOS PONTOS DE FIDELIDADE -
      *==           ORDENA O EXTRATO FIDPONT.DAT POR CLIENTE E, NA
      *==           QUEBRA, APURA QUANTO DOS CREDITOS JA VENCIDOS
      *==           AINDA NAO FOI CONSUMIDO (OS DEBITOS CONSOMEM OS
      *==           PONTOS MAIS ANTIGOS PRIMEIRO). ESSA SOBRA SAI DO
      *==           SALDO COMO LANCAMENTO E (EXPIRACAO). RERODAR NO
      *==           MESMO DIA NAO EXPIRA DE NOVO - O E JA GRAVADO
      *==           ENTRA NO CONSUMO. LISTAGEM DATADA PELO RELGER E
      *==           EXECUCAO NO BATCHLOG COM O TOTAL EXPIRADO EM
      *==           LOG-HASH.
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

           SELECT RELEXPIR ASSIGN TO WRK-CAMINHO-RELEXPIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELEXPIR.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDPTS ASSIGN TO "WRKORDPTS".

       DATA DIVISION.
       FILE SECTION.
       FD  FIDPONT.
           COPY "FIDPONT.cpy".

       FD  RELEXPIR.
       01  REG-RELEXPIR               PIC X(80).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDPTS.
       01  WRK-REG-ORDPTS.
           05 ORD-ID-CLIENTE PIC 9(04).
           05 ORD-TIPO       PIC X(01).
           05 ORD-PONTOS     PIC 9(07).
           05 ORD-VALIDADE   PIC 9(08).

       WORKING-STORAGE               SECTION.
           COPY "CAMFDP.cpy".
           COPY "FIDPARM.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-FIDPONT          PIC 9(02)    VALUE ZEROS.
       77  FS-RELEXPIR         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELEXPIR PIC X(100)  VALUE SPACES.

       77  WRK-FIM-ORDPTS      PIC X(01)    VALUE "N".
       77  WRK-PRIMEIRO        PIC X(01)    VALUE "S".
       77  WRK-CLIENTE-ATUAL   PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-LIDOS       PIC 9(07)    VALUE ZEROS.

      *--- ACUMULADORES DO CLIENTE NA QUEBRA ---
       77  WRK-CRED-VENCIDO    PIC 9(09)    VALUE ZEROS.
       77  WRK-CONSUMO         PIC S9(09)   VALUE ZEROS.
       77  WRK-A-EXPIRAR       PIC S9(09)   VALUE ZEROS.

      *--- EXPIRACOES A GRAVAR (O EXTRATO SO E ESTENDIDO NO FIM) ---
       01  WRK-TAB-EXPIRA.
           05 WRK-EXP-ITEM OCCURS 2000 TIMES.
              10 WRK-EXP-CLIENTE  PIC 9(04).
              10 WRK-EXP-PONTOS   PIC 9(07).
       77  WRK-QTD-EXPIRA      PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-EXPIRA      PIC 9(04)    VALUE 2000.
       77  WRK-IND-EXPIRA      PIC 9(04)    VALUE ZEROS.
       77  WRK-TOT-EXPIRADO    PIC 9(09)    VALUE ZEROS.
       77  WRK-TOT-EXPIRADO-RS PIC 9(09)V99 VALUE ZEROS.

       01  WRK-LINHA-EXPIRA.
           05 WRK-LX-CLIENTE   PIC 9(04).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LX-PONTOS    PIC Z.ZZZ.ZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LX-VALOR     PIC ZZ.ZZZ.ZZ9,99.
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

           MOVE "EXPIRAPONTOS" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELEXPIR.
           OPEN OUTPUT RELEXPIR.
           IF FS-RELEXPIR NOT EQUAL 0
             DISPLAY "RELATORIO DE EXPIRACAO NAO FOI ABERTO - STATUS "
                     FS-RELEXPIR
             GOBACK
           END-IF.

           MOVE "EXPIRACAO DE PONTOS DE FIDELIDADE" TO REG-RELEXPIR.
           WRITE REG-RELEXPIR.
           MOVE SPACES TO REG-RELEXPIR.
           WRITE REG-RELEXPIR.
           MOVE "CLIENTE    PONTOS EXPIRADOS   VALOR (R$)"
             TO REG-RELEXPIR.
           WRITE REG-RELEXPIR.

       0200-PROCESSAR                  SECTION.
           SORT WRK-ORDPTS
             ON ASCENDING KEY ORD-ID-CLIENTE
             INPUT PROCEDURE 0210-FORNECER-LANCAMENTOS
             OUTPUT PROCEDURE 0220-CONSUMIR-LANCAMENTOS.
           IF WRK-QTD-EXPIRA GREATER ZEROS
             PERFORM 0250-GRAVAR-EXPIRACOES
           END-IF.

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
             MOVE FDP-VALIDADE   TO ORD-VALIDADE
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
                 IF ORD-VALIDADE LESS DTM-AAAAMMDD
                   ADD ORD-PONTOS TO WRK-CRED-VENCIDO
                 END-IF
               WHEN 'Y'
                 SUBTRACT ORD-PONTOS FROM WRK-CONSUMO
               WHEN 'R'
               WHEN 'D'
               WHEN 'E'
               WHEN 'X'
                 ADD ORD-PONTOS TO WRK-CONSUMO
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
           MOVE ZEROS TO WRK-CRED-VENCIDO.
           MOVE ZEROS TO WRK-CONSUMO.

      *--- O QUE OS DEBITOS NAO CONSUMIRAM DOS CREDITOS VENCIDOS ---
       0240-FECHAR-CLIENTE             SECTION.
           IF WRK-CONSUMO LESS ZEROS
             MOVE ZEROS TO WRK-CONSUMO
           END-IF.
           COMPUTE WRK-A-EXPIRAR = WRK-CRED-VENCIDO - WRK-CONSUMO.
           IF WRK-A-EXPIRAR NOT GREATER ZEROS
             GO TO 0240-FECHAR-SAIDA
           END-IF.
           IF WRK-QTD-EXPIRA NOT LESS WRK-MAX-EXPIRA
             DISPLAY "TABELA DE EXPIRACOES CHEIA (MAX "
                     WRK-MAX-EXPIRA ") - CLIENTE "
                     WRK-CLIENTE-ATUAL " FICA PARA A PROXIMA RODADA"
             GO TO 0240-FECHAR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-EXPIRA.
           MOVE WRK-CLIENTE-ATUAL TO WRK-EXP-CLIENTE(WRK-QTD-EXPIRA).
           MOVE WRK-A-EXPIRAR     TO WRK-EXP-PONTOS(WRK-QTD-EXPIRA).
           ADD WRK-A-EXPIRAR TO WRK-TOT-EXPIRADO.

           MOVE WRK-CLIENTE-ATUAL TO WRK-LX-CLIENTE.
           MOVE WRK-A-EXPIRAR     TO WRK-LX-PONTOS.
           COMPUTE WRK-LX-VALOR = WRK-A-EXPIRAR * WRK-FID-VALOR-PONTO.
           MOVE WRK-LINHA-EXPIRA TO REG-RELEXPIR.
           WRITE REG-RELEXPIR.
       0240-FECHAR-SAIDA.
           EXIT.

      *--- ACRESCENTA OS LANCAMENTOS E NO EXTRATO ---
       0250-GRAVAR-EXPIRACOES          SECTION.
           OPEN EXTEND FIDPONT.
           IF FS-FIDPONT NOT EQUAL 0
             DISPLAY "EXTRATO DE PONTOS NAO FOI ESTENDIDO - STATUS "
                     FS-FIDPONT " - NENHUMA EXPIRACAO GRAVADA"
             MOVE ZEROS TO WRK-TOT-EXPIRADO
             MOVE ZEROS TO WRK-QTD-EXPIRA
             GO TO 0250-GRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-EXPIRA.
           PERFORM 0255-GRAVAR-EXPIRACAO
             UNTIL WRK-IND-EXPIRA GREATER WRK-QTD-EXPIRA.
           CLOSE FIDPONT.
       0250-GRAVAR-SAIDA.
           EXIT.

       0255-GRAVAR-EXPIRACAO           SECTION.
           MOVE WRK-EXP-CLIENTE(WRK-IND-EXPIRA) TO FDP-ID-CLIENTE.
           MOVE DTM-AAAAMMDD                    TO FDP-DATA.
           MOVE 'E'                             TO FDP-TIPO.
           MOVE ZEROS                           TO FDP-FILIAL.
           MOVE SPACES                          TO FDP-NOTA.
           MOVE WRK-EXP-PONTOS(WRK-IND-EXPIRA)  TO FDP-PONTOS.
           MOVE ZEROS                           TO FDP-VALIDADE.
           COMPUTE FDP-VALOR =
               WRK-EXP-PONTOS(WRK-IND-EXPIRA) * WRK-FID-VALOR-PONTO.
           WRITE REG-FIDPONT.
           ADD 1 TO WRK-IND-EXPIRA.

           COPY "CAMFDPP.cpy".
           COPY "FIDPARMP.cpy".
       0300-FINALIZAR                  SECTION.
               COMPUTE WRK-TOT-EXPIRADO-RS =
                   WRK-TOT-EXPIRADO * WRK-FID-VALOR-PONTO.
               MOVE SPACES TO REG-RELEXPIR.
               WRITE REG-RELEXPIR.
               MOVE "PONTOS EXPIRADOS...." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-EXPIRADO      TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOT TO REG-RELEXPIR.
               WRITE REG-RELEXPIR.
               MOVE "VALOR EXPIRADO (R$)." TO WRK-LT-ROTULO.
               MOVE WRK-TOT-EXPIRADO-RS   TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOT TO REG-RELEXPIR.
               WRITE REG-RELEXPIR.
               CLOSE RELEXPIR.
               DISPLAY "LANCAMENTOS LIDOS...: " WRK-QTD-LIDOS.
               DISPLAY "CLIENTES COM EXPIRACAO: " WRK-QTD-EXPIRA
                       " - PONTOS " WRK-TOT-EXPIRADO.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELEXPIR.

               MOVE "PROGRAMA71"     TO LOG-JOB.
               MOVE "S"              TO LOG-STATUS.
               MOVE WRK-QTD-EXPIRA   TO LOG-QTD.
               MOVE WRK-QTD-LIDOS    TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-EXPIRADO-RS TO LOG-HASH.
               MOVE "EXPIRACAO DE PONTOS DE FIDELIDADE"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
