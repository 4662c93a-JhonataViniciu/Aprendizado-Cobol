       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA73.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: ROMANEIO DE ENTREGAS DO DIA - SEPARA EM
      *==           ENTREGAS.DAT AS ENTREGAS PENDENTES (P) DA FILIAL
      *==           COM DATA PREVISTA ATE A DATA DO ROMANEIO, ORDENA
      *==           POR ROTA (UF QUANDO NAO HA ROTA), UF E NOTA E
      *==           IMPRIME UMA FOLHA POR ROTA COM ENDERECO, VALOR E
      *==           LINHA DE ASSINATURA DO RECEBEDOR. AS ENTREGAS
      *==           IMPRESSAS PASSAM A EM TRANSPORTE (T) COM A DATA
      *==           DO ROMANEIO. SAIDA DATADA PELO MODULO RELGER E
      *==           EXECUCAO NO BATCHLOG COM O VALOR EMBARCADO EM
      *==           LOG-HASH.
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

           SELECT RELROMAN ASSIGN TO WRK-CAMINHO-RELROMAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELROMAN.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

           SELECT WRK-ORDETG ASSIGN TO "WRKORDETG".

       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
           COPY "ENTREGA.cpy".

       FD  RELROMAN.
       01  REG-RELROMAN               PIC X(80).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       SD  WRK-ORDETG.
       01  WRK-REG-ORDETG.
           05 ORD-ROTA       PIC X(04).
           05 ORD-UF         PIC X(02).
           05 ORD-NOTA       PIC X(04).
           05 ORD-IND        PIC 9(04).

       WORKING-STORAGE               SECTION.
           COPY "CAMETG.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
           COPY "OPESSAO.cpy".
       77  FS-ENTREGAS         PIC 9(02)    VALUE ZEROS.
       77  FS-RELROMAN         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELROMAN PIC X(100)  VALUE SPACES.

       77  WRK-FILIAL          PIC 9(02)    VALUE 01.
       77  WRK-FILIAL-ENV      PIC X(02)    VALUE SPACES.
       77  WRK-DATA-ROMANEIO   PIC 9(08)    VALUE ZEROS.

      *--- ENTREGAS CARREGADAS EM MEMORIA (REGRAVACAO COMPLETA) ---
       01  WRK-TAB-ENTREGAS.
           05 WRK-ETG-REG OCCURS 2000 TIMES PIC X(158).
       77  WRK-QTD-ENTREGAS    PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-ENTREGAS    PIC 9(04)    VALUE 2000.
       77  WRK-IND-ENTREGA     PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-CARGA        PIC X(01)    VALUE "N".
           88 CARGA-TRANSBORDOU             VALUE "S".

       77  WRK-FIM-ORDETG      PIC X(01)    VALUE "N".
       77  WRK-PRIMEIRO        PIC X(01)    VALUE "S".
       77  WRK-ROTA-ATUAL      PIC X(04)    VALUE SPACES.

      *--- ACUMULADORES ---
       77  WRK-QTD-ROTA        PIC 9(04)    VALUE ZEROS.
       77  WRK-VALOR-ROTA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ACUM-ROTAS      PIC 9(04)    VALUE ZEROS.
       77  WRK-ACUM-EMBARQUE   PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-EMBARCADO   PIC 9(09)V99 VALUE ZEROS.

       01  WRK-LINHA-CAB-ROTA.
           05 FILLER           PIC X(07) VALUE "ROTA: ".
           05 WRK-LC-ROTA      PIC X(04).
           05 FILLER           PIC X(10) VALUE "  FILIAL: ".
           05 WRK-LC-FILIAL    PIC 9(02).
           05 FILLER           PIC X(08) VALUE "  DATA: ".
           05 WRK-LC-DATA      PIC 9(08).
       01  WRK-LINHA-ETG1.
           05 WRK-L1-NOTA      PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-L1-UF        PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-L1-CLIENTE   PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-L1-NOME      PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-L1-VALOR     PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-L1-ORIGEM    PIC X(09).
       01  WRK-LINHA-ETG2.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE "END.: ".
           05 WRK-L2-ENDERECO  PIC X(40).
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO    PIC X(20).
           05 WRK-LT-QTD       PIC ZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

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
           DISPLAY "DATA DO ROMANEIO (AAAAMMDD, 0 = HOJE) "
             ACCEPT WRK-DATA-ROMANEIO.
           IF WRK-DATA-ROMANEIO EQUAL ZEROS
             MOVE DTM-AAAAMMDD TO WRK-DATA-ROMANEIO
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
             DISPLAY "CARGA EM MEMORIA INCOMPLETA - ROMANEIO NAO "
                     "EMITIDO PARA NAO PERDER REGISTROS"
             GOBACK
           END-IF.

           MOVE "ROMANEIO" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELROMAN.
           OPEN OUTPUT RELROMAN.
           IF FS-RELROMAN NOT EQUAL 0
             DISPLAY "ROMANEIO NAO FOI ABERTO - STATUS "
                     FS-RELROMAN
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           SORT WRK-ORDETG
             ON ASCENDING KEY ORD-ROTA ORD-UF ORD-NOTA
             INPUT PROCEDURE 0210-SELECIONAR-ENTREGAS
             OUTPUT PROCEDURE 0220-IMPRIMIR-ROMANEIO.
           IF WRK-ACUM-EMBARQUE GREATER ZEROS
             PERFORM 0250-REGRAVAR-ENTREGAS
           END-IF.

      *--- PENDENTE DA FILIAL COM DATA PREVISTA ATE O ROMANEIO ---
       0210-SELECIONAR-ENTREGAS        SECTION.
           MOVE 1 TO WRK-IND-ENTREGA.
           PERFORM UNTIL WRK-IND-ENTREGA GREATER WRK-QTD-ENTREGAS
             MOVE WRK-ETG-REG(WRK-IND-ENTREGA) TO REG-ENTREGA
             IF ETG-PENDENTE
                AND ETG-FILIAL EQUAL WRK-FILIAL
                AND ETG-DATA-PREVISTA NOT GREATER WRK-DATA-ROMANEIO
               MOVE ETG-ROTA        TO ORD-ROTA
               IF ORD-ROTA EQUAL SPACES
                 MOVE ETG-UF        TO ORD-ROTA
               END-IF
               MOVE ETG-UF          TO ORD-UF
               MOVE ETG-NOTA        TO ORD-NOTA
               MOVE WRK-IND-ENTREGA TO ORD-IND
               RELEASE WRK-REG-ORDETG
             END-IF
             ADD 1 TO WRK-IND-ENTREGA
           END-PERFORM.

      *--- QUEBRA POR ROTA - UMA FOLHA DE ROMANEIO POR ROTA ---
       0220-IMPRIMIR-ROMANEIO          SECTION.
           MOVE "N" TO WRK-FIM-ORDETG.
           MOVE "S" TO WRK-PRIMEIRO.
           RETURN WRK-ORDETG AT END MOVE "S" TO WRK-FIM-ORDETG.

           PERFORM UNTIL WRK-FIM-ORDETG EQUAL "S"
             IF WRK-PRIMEIRO EQUAL "S"
                OR ORD-ROTA NOT EQUAL WRK-ROTA-ATUAL
               PERFORM 0230-INICIAR-ROTA
             END-IF
             PERFORM 0235-EMBARCAR-ENTREGA
             RETURN WRK-ORDETG AT END MOVE "S" TO WRK-FIM-ORDETG
           END-PERFORM.

           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-ROTA
           ELSE
             MOVE "NENHUMA ENTREGA PENDENTE PARA O ROMANEIO"
               TO REG-RELROMAN
             WRITE REG-RELROMAN
           END-IF.

       0230-INICIAR-ROTA               SECTION.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0240-FECHAR-ROTA
           END-IF.
           MOVE "N" TO WRK-PRIMEIRO.
           MOVE ORD-ROTA TO WRK-ROTA-ATUAL.
           MOVE ZEROS TO WRK-QTD-ROTA.
           MOVE ZEROS TO WRK-VALOR-ROTA.
           ADD 1 TO WRK-ACUM-ROTAS.

           MOVE "ROMANEIO DE ENTREGAS" TO REG-RELROMAN.
           WRITE REG-RELROMAN.
           MOVE WRK-ROTA-ATUAL    TO WRK-LC-ROTA.
           MOVE WRK-FILIAL        TO WRK-LC-FILIAL.
           MOVE WRK-DATA-ROMANEIO TO WRK-LC-DATA.
           MOVE WRK-LINHA-CAB-ROTA TO REG-RELROMAN.
           WRITE REG-RELROMAN.
           MOVE SPACES TO REG-RELROMAN.
           WRITE REG-RELROMAN.
           MOVE "NOTA  UF  CLIENTE              VALOR (R$)  ORIGEM"
             TO REG-RELROMAN.
           WRITE REG-RELROMAN.

      *--- LINHAS DA ENTREGA E ESPACO PARA O RECEBEDOR ASSINAR ---
       0235-EMBARCAR-ENTREGA           SECTION.
           MOVE WRK-ETG-REG(ORD-IND) TO REG-ENTREGA.
           MOVE ETG-NOTA       TO WRK-L1-NOTA.
           MOVE ETG-UF         TO WRK-L1-UF.
           MOVE ETG-ID-CLIENTE TO WRK-L1-CLIENTE.
           MOVE ETG-NOME       TO WRK-L1-NOME.
           MOVE ETG-VALOR      TO WRK-L1-VALOR.
           IF ETG-DE-ENCOMENDA
             MOVE "ENCOMENDA" TO WRK-L1-ORIGEM
           ELSE
             MOVE "BALCAO"    TO WRK-L1-ORIGEM
           END-IF.
           MOVE WRK-LINHA-ETG1 TO REG-RELROMAN.
           WRITE REG-RELROMAN.
           MOVE ETG-ENDERECO   TO WRK-L2-ENDERECO.
           MOVE WRK-LINHA-ETG2 TO REG-RELROMAN.
           WRITE REG-RELROMAN.
           MOVE "      RECEBIDO POR: ______________________  DATA: "
             TO REG-RELROMAN.
           WRITE REG-RELROMAN.
           MOVE SPACES TO REG-RELROMAN.
           WRITE REG-RELROMAN.

           MOVE 'T'               TO ETG-STATUS.
           MOVE WRK-DATA-ROMANEIO TO ETG-DATA-ROMANEIO.
           MOVE REG-ENTREGA TO WRK-ETG-REG(ORD-IND).
           ADD 1 TO WRK-QTD-ROTA.
           ADD ETG-VALOR TO WRK-VALOR-ROTA.
           ADD 1 TO WRK-ACUM-EMBARQUE.
           ADD ETG-VALOR TO WRK-TOT-EMBARCADO.

       0240-FECHAR-ROTA                SECTION.
           MOVE "TOTAL DA ROTA......." TO WRK-LT-ROTULO.
           MOVE WRK-QTD-ROTA          TO WRK-LT-QTD.
           MOVE WRK-VALOR-ROTA        TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOT TO REG-RELROMAN.
           WRITE REG-RELROMAN.
           MOVE SPACES TO REG-RELROMAN.
           WRITE REG-RELROMAN.
           MOVE "MOTORISTA: ______________________  SAIDA: ______"
             TO REG-RELROMAN.
           WRITE REG-RELROMAN.
           MOVE ALL "-" TO REG-RELROMAN.
           WRITE REG-RELROMAN.

      *--- AS ENTREGAS EMBARCADAS FICAM EM TRANSPORTE (T) ---
       0250-REGRAVAR-ENTREGAS          SECTION.
           OPEN OUTPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ENTREGAS NAO FOI REGRAVADO - "
                     "STATUS " FS-ENTREGAS
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
               MOVE "TOTAL DO ROMANEIO..." TO WRK-LT-ROTULO.
               MOVE WRK-ACUM-EMBARQUE     TO WRK-LT-QTD.
               MOVE WRK-TOT-EMBARCADO     TO WRK-LT-VALOR.
               MOVE WRK-LINHA-TOT TO REG-RELROMAN.
               WRITE REG-RELROMAN.
               CLOSE RELROMAN.
               DISPLAY "ROTAS NO ROMANEIO...: " WRK-ACUM-ROTAS.
               DISPLAY "ENTREGAS EMBARCADAS.: " WRK-ACUM-EMBARQUE
                       " - VALOR " WRK-TOT-EMBARCADO.
               DISPLAY "ROMANEIO GRAVADO EM " WRK-CAMINHO-RELROMAN.

               MOVE "PROGRAMA73"      TO LOG-JOB.
               MOVE "S"               TO LOG-STATUS.
               MOVE WRK-ACUM-EMBARQUE TO LOG-QTD.
               MOVE WRK-QTD-ENTREGAS  TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-EMBARCADO TO LOG-HASH.
               MOVE "ROMANEIO DE ENTREGAS" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
