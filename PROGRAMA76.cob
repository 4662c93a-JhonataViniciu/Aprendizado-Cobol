       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA76.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: RELATORIO NOTURNO DE EXCECOES - LIBERACOES DE
      *==           SUPERVISOR DO DIA (LIBERAC.DAT) ORDENADAS POR
      *==           SUPERVISOR, TIPO E HORA, COM O DETALHE DE CADA
      *==           LIBERACAO (FILIAL, NOTA, PRODUTO, OPERADOR DO
      *==           CAIXA, VALORES E MOTIVO), O TOTAL DE CADA
      *==           SUPERVISOR POR TIPO E O TOTAL GERAL POR TIPO
      *==           (M = ABAIXO DO CUSTO, E = SEM SALDO LIVRE,
      *==           C = PRAZO ACIMA DO LIMITE). SAIDA DATADA PELO
      *==           MODULO RELGER E EXECUCAO NO BATCHLOG.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - NOVO TIPO D = DESCONTO DA NOTA ACIMA DO
      *==           TETO DO NIVEL DO OPERADOR (DESCNIV.DAT).
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT LIBERAC ASSIGN TO WRK-CAMINHO-LIBERAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIBERAC.

           SELECT RELLIBER ASSIGN TO WRK-CAMINHO-RELLIBER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELLIBER.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDLIB ASSIGN TO "WRKORDLIB".

       DATA DIVISION.
       FILE SECTION.
       FD  LIBERAC.
           COPY "LIBERAC.cpy".

       FD  RELLIBER.
       01  REG-RELLIBER               PIC X(100).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDLIB.
       01  WRK-REG-ORDLIB.
           05 ORD-SUP-ID     PIC 9(04).
           05 ORD-TIPO       PIC X(01).
           05 ORD-HORA       PIC 9(08).
           05 ORD-SUP-NOME   PIC X(20).
           05 ORD-FILIAL     PIC 9(02).
           05 ORD-NOTA       PIC X(04).
           05 ORD-PRODUTO    PIC 9(05).
           05 ORD-OPERADOR   PIC X(20).
           05 ORD-MOTIVO     PIC X(30).
           05 ORD-VALOR-1    PIC S9(09)V99.
           05 ORD-VALOR-2    PIC S9(09)V99.

       WORKING-STORAGE               SECTION.
           COPY "CAMLIB.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-LIBERAC          PIC 9(02)    VALUE ZEROS.
       77  FS-RELLIBER         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELLIBER PIC X(100)  VALUE SPACES.

       77  WRK-FIM-ORDLIB      PIC X(01)    VALUE "N".
       77  WRK-PRIMEIRO        PIC X(01)    VALUE "S".
       77  WRK-SUP-ATUAL       PIC 9(04)    VALUE ZEROS.
       77  WRK-SUP-NOME-ATUAL  PIC X(20)    VALUE SPACES.
       77  WRK-QTD-LIDOS       PIC 9(07)    VALUE ZEROS.
       77  WRK-HHMMSS          PIC 9(06)    VALUE ZEROS.

      *--- CONTAGEM POR TIPO: 1 = MARGEM, 2 = ESTOQUE, 3 = CREDITO, ---
      *--- 4 = DESCONTO                                            ---
       01  WRK-TAB-TIPOS.
           05 FILLER           PIC X(16) VALUE "MABAIXO DO CUSTO".
           05 FILLER           PIC X(16) VALUE "ESEM SALDO LIVRE".
           05 FILLER           PIC X(16) VALUE "CACIMA DO LIMITE".
           05 FILLER           PIC X(16) VALUE "DDESCONTO > TETO".
       01  WRK-TAB-TIPOS-RED REDEFINES WRK-TAB-TIPOS.
           05 WRK-TIPO-ITEM    OCCURS 4 TIMES.
              10 WRK-TIPO-COD  PIC X(01).
              10 WRK-TIPO-DESC PIC X(15).
       01  WRK-TAB-CONTAGEM.
           05 WRK-CONT-ITEM    OCCURS 4 TIMES.
              10 WRK-CONT-SUP  PIC 9(05).
              10 WRK-CONT-GER  PIC 9(05).
       77  WRK-IND-TIPO        PIC 9(01)    VALUE ZEROS.
       77  WRK-QTD-SUP         PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-SUPERV     PIC 9(04)    VALUE ZEROS.
       77  WRK-ACUM-LIBER      PIC 9(05)    VALUE ZEROS.

       01  WRK-LINHA-CAB-SUP.
           05 FILLER           PIC X(12) VALUE "SUPERVISOR: ".
           05 WRK-LC-SUP-ID    PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LC-SUP-NOME  PIC X(20).
       01  WRK-LINHA-CAB-DET.
           05 FILLER           PIC X(40) VALUE
              "  T HORA     FL NOTA PROD  OPERADOR     ".
           05 FILLER           PIC X(31) VALUE
              "     VALOR 1     VALOR 2 MOTIVO".
       01  WRK-LINHA-DET.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-TIPO      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-HORA      PIC 99B99B99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-FILIAL    PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOTA      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-PRODUTO   PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-OPERADOR  PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR-1   PIC -ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-VALOR-2   PIC -ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-MOTIVO    PIC X(30).
       01  WRK-LINHA-TIPO.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LT-DESC      PIC X(15).
           05 FILLER           PIC X(03) VALUE " : ".
           05 WRK-LT-QTD       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           INITIALIZE WRK-TAB-CONTAGEM.

           MOVE "LIBERACOES" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELLIBER.
           OPEN OUTPUT RELLIBER.
           IF FS-RELLIBER NOT EQUAL 0
             DISPLAY "RELATORIO DE LIBERACOES NAO FOI ABERTO - STATUS "
                     FS-RELLIBER
             GOBACK
           END-IF.

           MOVE SPACES TO REG-RELLIBER.
           STRING "LIBERACOES DE SUPERVISOR DO DIA " DTM-AAAAMMDD
             DELIMITED BY SIZE INTO REG-RELLIBER
           END-STRING.
           WRITE REG-RELLIBER.
           MOVE WRK-LINHA-CAB-DET TO REG-RELLIBER.
           WRITE REG-RELLIBER.

       0200-PROCESSAR                  SECTION.
           SORT WRK-ORDLIB
             ON ASCENDING KEY ORD-SUP-ID ORD-TIPO ORD-HORA
             INPUT PROCEDURE 0210-FORNECER-LIBERACOES
             OUTPUT PROCEDURE 0220-CONSUMIR-LIBERACOES.

      *--- SO AS LIBERACOES DO DIA ---
       0210-FORNECER-LIBERACOES        SECTION.
           PERFORM 0183-OBTER-CAMINHO-LIBERAC.
           OPEN INPUT LIBERAC.
           IF FS-LIBERAC NOT EQUAL 0
             DISPLAY "REGISTRO DE LIBERACOES NAO FOI ABERTO - STATUS "
                     FS-LIBERAC
             GO TO 0210-FORNECER-SAIDA
           END-IF.
           READ LIBERAC NEXT RECORD.
           PERFORM UNTIL FS-LIBERAC NOT EQUAL 00
             ADD 1 TO WRK-QTD-LIDOS
             IF LIB-DATA EQUAL DTM-AAAAMMDD
               MOVE LIB-SUP-ID   TO ORD-SUP-ID
               MOVE LIB-TIPO     TO ORD-TIPO
               MOVE LIB-HORA     TO ORD-HORA
               MOVE LIB-SUP-NOME TO ORD-SUP-NOME
               MOVE LIB-FILIAL   TO ORD-FILIAL
               MOVE LIB-NOTA     TO ORD-NOTA
               MOVE LIB-PRODUTO  TO ORD-PRODUTO
               MOVE LIB-OPERADOR TO ORD-OPERADOR
               MOVE LIB-MOTIVO   TO ORD-MOTIVO
               MOVE LIB-VALOR-1  TO ORD-VALOR-1
               MOVE LIB-VALOR-2  TO ORD-VALOR-2
               RELEASE WRK-REG-ORDLIB
             END-IF
             READ LIBERAC NEXT RECORD
           END-PERFORM.
           CLOSE LIBERAC.
       0210-FORNECER-SAIDA.
           EXIT.

      *--- QUEBRA POR SUPERVISOR ---
       0220-CONSUMIR-LIBERACOES        SECTION.
           MOVE "N" TO WRK-FIM-ORDLIB.
           MOVE "S" TO WRK-PRIMEIRO.
           RETURN WRK-ORDLIB AT END MOVE "S" TO WRK-FIM-ORDLIB.

           PERFORM UNTIL WRK-FIM-ORDLIB EQUAL "S"
             IF WRK-PRIMEIRO EQUAL "S"
                OR ORD-SUP-ID NOT EQUAL WRK-SUP-ATUAL
               PERFORM 0230-INICIAR-SUPERVISOR
             END-IF
             PERFORM 0235-LISTAR-LIBERACAO
             RETURN WRK-ORDLIB AT END MOVE "S" TO WRK-FIM-ORDLIB
           END-PERFORM.

           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-SUPERVISOR
           ELSE
             MOVE SPACES TO REG-RELLIBER
             WRITE REG-RELLIBER
             MOVE "NENHUMA LIBERACAO DE SUPERVISOR NO DIA"
               TO REG-RELLIBER
             WRITE REG-RELLIBER
           END-IF.

       0230-INICIAR-SUPERVISOR         SECTION.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-SUPERVISOR
           END-IF.
           MOVE "N" TO WRK-PRIMEIRO.
           MOVE ORD-SUP-ID   TO WRK-SUP-ATUAL.
           MOVE ORD-SUP-NOME TO WRK-SUP-NOME-ATUAL.
           MOVE ZEROS TO WRK-QTD-SUP.
           MOVE ZEROS TO WRK-CONT-SUP(1) WRK-CONT-SUP(2)
                         WRK-CONT-SUP(3).
           ADD 1 TO WRK-ACUM-SUPERV.

           MOVE SPACES TO REG-RELLIBER.
           WRITE REG-RELLIBER.
           MOVE WRK-SUP-ATUAL      TO WRK-LC-SUP-ID.
           MOVE WRK-SUP-NOME-ATUAL TO WRK-LC-SUP-NOME.
           MOVE WRK-LINHA-CAB-SUP TO REG-RELLIBER.
           WRITE REG-RELLIBER.

       0235-LISTAR-LIBERACAO           SECTION.
           MOVE ORD-TIPO     TO WRK-LD-TIPO.
           DIVIDE ORD-HORA BY 100 GIVING WRK-HHMMSS.
           MOVE WRK-HHMMSS   TO WRK-LD-HORA.
           MOVE ORD-FILIAL   TO WRK-LD-FILIAL.
           MOVE ORD-NOTA     TO WRK-LD-NOTA.
           MOVE ORD-PRODUTO  TO WRK-LD-PRODUTO.
           MOVE ORD-OPERADOR TO WRK-LD-OPERADOR.
           MOVE ORD-VALOR-1  TO WRK-LD-VALOR-1.
           MOVE ORD-VALOR-2  TO WRK-LD-VALOR-2.
           MOVE ORD-MOTIVO   TO WRK-LD-MOTIVO.
           MOVE WRK-LINHA-DET TO REG-RELLIBER.
           WRITE REG-RELLIBER.

           MOVE 1 TO WRK-IND-TIPO.
           PERFORM UNTIL WRK-IND-TIPO GREATER 4
             IF WRK-TIPO-COD(WRK-IND-TIPO) EQUAL ORD-TIPO
               ADD 1 TO WRK-CONT-SUP(WRK-IND-TIPO)
               ADD 1 TO WRK-CONT-GER(WRK-IND-TIPO)
             END-IF
             ADD 1 TO WRK-IND-TIPO
           END-PERFORM.
           ADD 1 TO WRK-QTD-SUP.
           ADD 1 TO WRK-ACUM-LIBER.

      *--- TOTAL DO SUPERVISOR POR TIPO ---
       0240-FECHAR-SUPERVISOR          SECTION.
           MOVE 1 TO WRK-IND-TIPO.
           PERFORM UNTIL WRK-IND-TIPO GREATER 4
             MOVE WRK-TIPO-DESC(WRK-IND-TIPO) TO WRK-LT-DESC
             MOVE WRK-CONT-SUP(WRK-IND-TIPO)  TO WRK-LT-QTD
             MOVE WRK-LINHA-TIPO TO REG-RELLIBER
             WRITE REG-RELLIBER
             ADD 1 TO WRK-IND-TIPO
           END-PERFORM.
           MOVE "TOTAL DO SUPERV" TO WRK-LT-DESC.
           MOVE WRK-QTD-SUP       TO WRK-LT-QTD.
           MOVE WRK-LINHA-TIPO TO REG-RELLIBER.
           WRITE REG-RELLIBER.

           COPY "CAMLIBP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE SPACES TO REG-RELLIBER.
               WRITE REG-RELLIBER.
               MOVE "TOTAL GERAL POR TIPO" TO REG-RELLIBER.
               WRITE REG-RELLIBER.
               MOVE 1 TO WRK-IND-TIPO.
               PERFORM UNTIL WRK-IND-TIPO GREATER 4
                 MOVE WRK-TIPO-DESC(WRK-IND-TIPO) TO WRK-LT-DESC
                 MOVE WRK-CONT-GER(WRK-IND-TIPO)  TO WRK-LT-QTD
                 MOVE WRK-LINHA-TIPO TO REG-RELLIBER
                 WRITE REG-RELLIBER
                 ADD 1 TO WRK-IND-TIPO
               END-PERFORM.
               MOVE "LIBERACOES...." TO WRK-LT-DESC.
               MOVE WRK-ACUM-LIBER   TO WRK-LT-QTD.
               MOVE WRK-LINHA-TIPO TO REG-RELLIBER.
               WRITE REG-RELLIBER.
               CLOSE RELLIBER.
               DISPLAY "SUPERVISORES COM LIBERACAO: " WRK-ACUM-SUPERV.
               DISPLAY "LIBERACOES DO DIA.........: " WRK-ACUM-LIBER.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELLIBER.

               MOVE "PROGRAMA76"     TO LOG-JOB.
               MOVE "S"              TO LOG-STATUS.
               MOVE WRK-ACUM-LIBER   TO LOG-QTD.
               MOVE WRK-QTD-LIDOS    TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-SUPERV  TO LOG-HASH.
               MOVE "EXCECOES - LIBERACOES DE SUPERVISOR"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
