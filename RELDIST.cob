       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDIST.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: DISTRIBUICAO DOS RELATORIOS POR FILIAL - ULTIMO
      *==            PASSO DA CADEIA DO PROGRAMA29. PARA CADA LINHA DA
      *==            TABELA DE DISTRIBUICAO (DISTREL.DAT: RELATORIO,
      *==            FILIAL, DESTINATARIO E PASTA) PEGA A GERACAO MAIS
      *==            RECENTE DO RELATORIO NO CATALOGO RELCAT.DAT E
      *==            GRAVA NA PASTA DO DESTINATARIO SO O TRECHO DA
      *==            FILIAL (NOME.FNN.AAAAMMDD.txt). O TRECHO DE UMA
      *==            FILIAL COMECA NA LINHA "FILIAL NN" (COLUNAS 1-9)
      *==            E VAI ATE A PROXIMA MARCA DE FILIAL; AS LINHAS
      *==            ANTES DA PRIMEIRA MARCA SAO CABECALHO E VAO PARA
      *==            TODAS AS COPIAS. FILIAL 00 = COPIA CONSOLIDADA
      *==            INTEIRA (NOME.AAAAMMDD.txt). A GERACAO DA MATRIZ
      *==            NAO E ALTERADA. CADA ENTREGA ENTRA NO CATALOGO
      *==            COMO TIPO D (FILIAL E DESTINATARIO), SEM REPETIR
      *==            A MESMA ENTREGA QUANDO O PASSO E RERODADO - A
      *==            COPIA SO E REGRAVADA. ENTREGA QUE FALHA (SEM
      *==            GERACAO, ORIGEM OU PASTA INACESSIVEL) SAI COM
      *==            STATUS 'E' NO BATCHLOG.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTREL ASSIGN TO WRK-CAMINHO-DISTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISTREL.

           SELECT RELCAT ASSIGN TO WRK-CAMINHO-RELCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELCAT.

           SELECT RELORIGEM ASSIGN TO WRK-CAMINHO-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELORIGEM.

           SELECT RELCOPIA ASSIGN TO WRK-CAMINHO-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELCOPIA.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTREL.
           COPY "DISTREL.cpy".

       FD  RELCAT.
       01  REG-RELCAT.
           05 CAT-NOME        PIC X(12).
           05 CAT-DATA        PIC 9(08).
           05 CAT-CAMINHO     PIC X(100).
           05 CAT-DISTRIBUICAO.
              10 CAT-TIPO          PIC X(01).
                  88 CAT-GERACAO          VALUE ' ' 'G'.
                  88 CAT-ENTREGA          VALUE 'D'.
              10 CAT-FILIAL        PIC 9(02).
              10 CAT-DESTINATARIO  PIC X(20).

       FD  RELORIGEM.
       01  REG-RELORIGEM.
           05 ORI-MARCA       PIC X(07).
           05 ORI-FILIAL      PIC 9(02).
           05 FILLER          PIC X(191).

       FD  RELCOPIA.
       01  REG-RELCOPIA       PIC X(200).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMDST.cpy".
           COPY "CAMLOG.cpy".
       77  FS-DISTREL             PIC 9(02)  VALUE ZEROS.
       77  FS-RELCAT              PIC 9(02)  VALUE ZEROS.
       77  FS-RELORIGEM           PIC 9(02)  VALUE ZEROS.
       77  FS-RELCOPIA            PIC 9(02)  VALUE ZEROS.
       77  FS-BATCHLOG            PIC 9(02)  VALUE ZEROS.
       77  WRK-CAMINHO-RELCAT     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-CAT-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/RELCAT.DAT.txt".
       77  WRK-CAMINHO-ORIGEM     PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-COPIA      PIC X(100) VALUE SPACES.

      *--------------- CATALOGO CARREGADO EM MEMORIA -------------------
       01  WRK-TAB-CATALOGO.
           05 WRK-CAT-ITEM OCCURS 500 TIMES.
              10 WRK-CAT-NOME    PIC X(12).
              10 WRK-CAT-DATA    PIC 9(08).
              10 WRK-CAT-CAMINHO PIC X(100).
              10 WRK-CAT-DISTRIB.
                 15 WRK-CAT-TIPO    PIC X(01).
                 15 WRK-CAT-FILIAL  PIC 9(02).
                 15 WRK-CAT-DESTIN  PIC X(20).
       77  WRK-QTD-CATALOGO       PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-CARREGADOS     PIC 9(03)  VALUE ZEROS.
       77  WRK-MAX-CATALOGO       PIC 9(03)  VALUE 500.
       77  WRK-IND-CATALOGO       PIC 9(03)  VALUE ZEROS.
       77  WRK-IND-GERACAO        PIC 9(03)  VALUE ZEROS.
       77  WRK-DATA-GERACAO       PIC 9(08)  VALUE ZEROS.

      *--------------- ENTREGA EM ANDAMENTO ----------------------------
       77  WRK-SUFIXO-FILIAL      PIC X(04)  VALUE SPACES.
       77  WRK-SW-TRECHO          PIC X(01)  VALUE "C".
           88 TRECHO-CABECALHO               VALUE "C".
           88 TRECHO-DA-FILIAL               VALUE "F".
           88 TRECHO-DE-OUTRA                VALUE "O".
       77  WRK-SW-ACHOU-FILIAL    PIC X(01)  VALUE "N".
           88 FILIAL-NO-RELATORIO            VALUE "S".
       77  WRK-SW-JA-ENTREGUE     PIC X(01)  VALUE "N".
           88 ENTREGA-JA-CATALOGADA          VALUE "S".
       77  WRK-SW-FALHA           PIC X(01)  VALUE "N".
           88 ENTREGA-FALHOU                 VALUE "S".
       01  WRK-LINHA-SEM-MOV.
           05 FILLER              PIC X(07)  VALUE "FILIAL ".
           05 WRK-LS-FILIAL       PIC 9(02).
           05 FILLER              PIC X(39)  VALUE
              " - SEM MOVIMENTO DA FILIAL NO RELATORIO".

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-LINHAS        PIC 9(05)  VALUE ZEROS.
       77  WRK-ACUM-ENTREGUES     PIC 9(05)  VALUE ZEROS.
       77  WRK-ACUM-FALHAS        PIC 9(05)  VALUE ZEROS.
       77  WRK-ACUM-COPIADAS      PIC 9(07)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
               GOBACK.

       0100-INICIALIZAR                SECTION.
             PERFORM 0181-OBTER-CAMINHO-DISTREL.
             MOVE WRK-CAMINHO-CAT-PADRAO TO WRK-CAMINHO-RELCAT.
             CALL "CONFIG" USING
                 "RELCAT_DAT          " WRK-CAMINHO-RELCAT.

             MOVE ZEROS TO WRK-QTD-CATALOGO.
             OPEN INPUT RELCAT.
             IF FS-RELCAT EQUAL 0
               READ RELCAT NEXT RECORD
               PERFORM UNTIL FS-RELCAT NOT EQUAL 00
                 IF WRK-QTD-CATALOGO LESS WRK-MAX-CATALOGO
                   ADD 1 TO WRK-QTD-CATALOGO
                   MOVE CAT-NOME
                     TO WRK-CAT-NOME(WRK-QTD-CATALOGO)
                   MOVE CAT-DATA
                     TO WRK-CAT-DATA(WRK-QTD-CATALOGO)
                   MOVE CAT-CAMINHO
                     TO WRK-CAT-CAMINHO(WRK-QTD-CATALOGO)
                   MOVE CAT-DISTRIBUICAO
                     TO WRK-CAT-DISTRIB(WRK-QTD-CATALOGO)
                 END-IF
                 READ RELCAT NEXT RECORD
               END-PERFORM
               CLOSE RELCAT
             END-IF.
             MOVE WRK-QTD-CATALOGO TO WRK-QTD-CARREGADOS.

       0200-PROCESSAR                  SECTION.
             OPEN INPUT DISTREL.
             IF FS-DISTREL NOT EQUAL 0
               DISPLAY "RELDIST: SEM TABELA DE DISTRIBUICAO - STATUS "
                       FS-DISTREL
               GO TO 0200-PROCESSAR-SAIDA
             END-IF.

             READ DISTREL NEXT RECORD.
             PERFORM UNTIL FS-DISTREL NOT EQUAL 00
               IF DST-RELATORIO NOT EQUAL SPACES
                 ADD 1 TO WRK-ACUM-LINHAS
                 PERFORM 0210-ENTREGAR
               END-IF
               READ DISTREL NEXT RECORD
             END-PERFORM.
             CLOSE DISTREL.

             PERFORM 0270-CATALOGAR-ENTREGAS.
       0200-PROCESSAR-SAIDA.
             EXIT.

      *--------------------------------------------------------------
      *  0210-ENTREGAR: UMA LINHA DA TABELA = UMA COPIA NA PASTA DO
      *  DESTINATARIO, TIRADA DA GERACAO MAIS RECENTE DO RELATORIO.
      *--------------------------------------------------------------
       0210-ENTREGAR                   SECTION.
             MOVE "N" TO WRK-SW-FALHA.
             IF DST-FILIAL IS NOT NUMERIC
                OR DST-PASTA EQUAL SPACES
               DISPLAY "RELDIST: LINHA INVALIDA NA DISTRIBUICAO - "
                       DST-RELATORIO " " DST-DESTINATARIO
               SET ENTREGA-FALHOU TO TRUE
               GO TO 0210-ENTREGAR-SAIDA
             END-IF.

             PERFORM 0220-LOCALIZAR-GERACAO.
             IF WRK-IND-GERACAO EQUAL ZEROS
               DISPLAY "RELDIST: SEM GERACAO CATALOGADA DE "
                       DST-RELATORIO
               SET ENTREGA-FALHOU TO TRUE
               GO TO 0210-ENTREGAR-SAIDA
             END-IF.

             IF DST-CONSOLIDADO
               MOVE SPACES TO WRK-SUFIXO-FILIAL
             ELSE
               STRING ".F" DST-FILIAL DELIMITED BY SIZE
                 INTO WRK-SUFIXO-FILIAL
               END-STRING
             END-IF.
             MOVE SPACES TO WRK-CAMINHO-COPIA.
             STRING DST-PASTA         DELIMITED BY SPACE
                    DST-RELATORIO     DELIMITED BY SPACE
                    WRK-SUFIXO-FILIAL DELIMITED BY SPACE
                    "."               DELIMITED BY SIZE
                    WRK-DATA-GERACAO  DELIMITED BY SIZE
                    ".txt"            DELIMITED BY SIZE
               INTO WRK-CAMINHO-COPIA
             END-STRING.

             MOVE WRK-CAT-CAMINHO(WRK-IND-GERACAO)
               TO WRK-CAMINHO-ORIGEM.
             IF WRK-CAMINHO-COPIA EQUAL WRK-CAMINHO-ORIGEM
               DISPLAY "RELDIST: PASTA DE " DST-DESTINATARIO
                       " E A PROPRIA PASTA DA GERACAO"
               SET ENTREGA-FALHOU TO TRUE
               GO TO 0210-ENTREGAR-SAIDA
             END-IF.

             OPEN INPUT RELORIGEM.
             IF FS-RELORIGEM NOT EQUAL 0
               DISPLAY "RELDIST: GERACAO NAO FOI ABERTA - STATUS "
                       FS-RELORIGEM " " WRK-CAMINHO-ORIGEM
               SET ENTREGA-FALHOU TO TRUE
               GO TO 0210-ENTREGAR-SAIDA
             END-IF.
             OPEN OUTPUT RELCOPIA.
             IF FS-RELCOPIA NOT EQUAL 0
               DISPLAY "RELDIST: COPIA NAO FOI ABERTA - STATUS "
                       FS-RELCOPIA " " WRK-CAMINHO-COPIA
               CLOSE RELORIGEM
               SET ENTREGA-FALHOU TO TRUE
               GO TO 0210-ENTREGAR-SAIDA
             END-IF.

             PERFORM 0230-COPIAR-TRECHO.
             CLOSE RELORIGEM.
             CLOSE RELCOPIA.

             ADD 1 TO WRK-ACUM-ENTREGUES.
             DISPLAY "RELDIST: " DST-RELATORIO " FILIAL " DST-FILIAL
                     " ENTREGUE A " DST-DESTINATARIO.
             PERFORM 0250-REGISTRAR-ENTREGA.
       0210-ENTREGAR-SAIDA.
             IF ENTREGA-FALHOU
               ADD 1 TO WRK-ACUM-FALHAS
             END-IF.

      *--------------------------------------------------------------
      *  0220-LOCALIZAR-GERACAO: A GERACAO MAIS RECENTE DO RELATORIO
      *  (AS ENTREGAS, TIPO D, NAO SAO ORIGEM DE NADA).
      *--------------------------------------------------------------
       0220-LOCALIZAR-GERACAO          SECTION.
             MOVE ZEROS TO WRK-IND-GERACAO.
             MOVE ZEROS TO WRK-DATA-GERACAO.
             PERFORM VARYING WRK-IND-CATALOGO FROM 1 BY 1
                 UNTIL WRK-IND-CATALOGO GREATER WRK-QTD-CARREGADOS
               IF WRK-CAT-NOME(WRK-IND-CATALOGO) EQUAL DST-RELATORIO
                  AND WRK-CAT-TIPO(WRK-IND-CATALOGO) NOT EQUAL 'D'
                  AND WRK-CAT-DATA(WRK-IND-CATALOGO) GREATER
                      WRK-DATA-GERACAO
                 MOVE WRK-CAT-DATA(WRK-IND-CATALOGO)
                   TO WRK-DATA-GERACAO
                 MOVE WRK-IND-CATALOGO TO WRK-IND-GERACAO
               END-IF
             END-PERFORM.

      *--------------------------------------------------------------
      *  0230-COPIAR-TRECHO: A CONSOLIDADA LEVA TUDO; A DE UMA FILIAL
      *  LEVA O CABECALHO E OS TRECHOS ABERTOS PELA MARCA DA FILIAL
      *  (O MESMO ARQUIVO PODE TER MAIS DE UM BLOCO DA FILIAL QUANDO
      *  ELA RODOU O RELATORIO MAIS DE UMA VEZ NO DIA).
      *--------------------------------------------------------------
       0230-COPIAR-TRECHO              SECTION.
             SET TRECHO-CABECALHO TO TRUE.
             MOVE "N" TO WRK-SW-ACHOU-FILIAL.
             READ RELORIGEM NEXT RECORD.
             PERFORM UNTIL FS-RELORIGEM NOT EQUAL 00
               IF ORI-MARCA EQUAL "FILIAL "
                  AND ORI-FILIAL IS NUMERIC
                 IF ORI-FILIAL EQUAL DST-FILIAL
                   SET TRECHO-DA-FILIAL TO TRUE
                   SET FILIAL-NO-RELATORIO TO TRUE
                 ELSE
                   SET TRECHO-DE-OUTRA TO TRUE
                 END-IF
               END-IF
               IF DST-CONSOLIDADO
                  OR NOT TRECHO-DE-OUTRA
                 MOVE REG-RELORIGEM TO REG-RELCOPIA
                 WRITE REG-RELCOPIA
                 ADD 1 TO WRK-ACUM-COPIADAS
               END-IF
               READ RELORIGEM NEXT RECORD
             END-PERFORM.

             IF NOT DST-CONSOLIDADO
                AND NOT FILIAL-NO-RELATORIO
               MOVE DST-FILIAL TO WRK-LS-FILIAL
               MOVE WRK-LINHA-SEM-MOV TO REG-RELCOPIA
               WRITE REG-RELCOPIA
             END-IF.

      *--------------------------------------------------------------
      *  0250-REGISTRAR-ENTREGA: A ENTREGA ENTRA NO CATALOGO UMA VEZ
      *  SO POR RELATORIO, DATA, FILIAL E DESTINATARIO.
      *--------------------------------------------------------------
       0250-REGISTRAR-ENTREGA          SECTION.
             MOVE "N" TO WRK-SW-JA-ENTREGUE.
             PERFORM VARYING WRK-IND-CATALOGO FROM 1 BY 1
                 UNTIL WRK-IND-CATALOGO GREATER WRK-QTD-CATALOGO
               IF WRK-CAT-NOME(WRK-IND-CATALOGO) EQUAL DST-RELATORIO
                  AND WRK-CAT-DATA(WRK-IND-CATALOGO) EQUAL
                      WRK-DATA-GERACAO
                  AND WRK-CAT-TIPO(WRK-IND-CATALOGO) EQUAL 'D'
                  AND WRK-CAT-FILIAL(WRK-IND-CATALOGO) EQUAL
                      DST-FILIAL
                  AND WRK-CAT-DESTIN(WRK-IND-CATALOGO) EQUAL
                      DST-DESTINATARIO
                 SET ENTREGA-JA-CATALOGADA TO TRUE
               END-IF
             END-PERFORM.

             IF ENTREGA-JA-CATALOGADA
               GO TO 0250-REGISTRAR-SAIDA
             END-IF.
             IF WRK-QTD-CATALOGO NOT LESS WRK-MAX-CATALOGO
               DISPLAY "RELDIST: CATALOGO CHEIO - ENTREGA NAO "
                       "CATALOGADA"
               GO TO 0250-REGISTRAR-SAIDA
             END-IF.
             ADD 1 TO WRK-QTD-CATALOGO.
             MOVE DST-RELATORIO    TO WRK-CAT-NOME(WRK-QTD-CATALOGO).
             MOVE WRK-DATA-GERACAO TO WRK-CAT-DATA(WRK-QTD-CATALOGO).
             MOVE WRK-CAMINHO-COPIA
               TO WRK-CAT-CAMINHO(WRK-QTD-CATALOGO).
             MOVE "D"              TO WRK-CAT-TIPO(WRK-QTD-CATALOGO).
             MOVE DST-FILIAL     TO WRK-CAT-FILIAL(WRK-QTD-CATALOGO).
             MOVE DST-DESTINATARIO
               TO WRK-CAT-DESTIN(WRK-QTD-CATALOGO).
       0250-REGISTRAR-SAIDA.
             EXIT.

      *--------------------------------------------------------------
      *  0270-CATALOGAR-ENTREGAS: AS ENTREGAS NOVAS DA RODADA SAO
      *  ACRESCENTADAS AO FIM DO RELCAT.
      *--------------------------------------------------------------
       0270-CATALOGAR-ENTREGAS         SECTION.
             IF WRK-QTD-CATALOGO NOT GREATER WRK-QTD-CARREGADOS
               GO TO 0270-CATALOGAR-SAIDA
             END-IF.
             OPEN EXTEND RELCAT.
             IF FS-RELCAT NOT EQUAL 0
               DISPLAY "RELDIST: CATALOGO NAO FOI ATUALIZADO - STATUS "
                       FS-RELCAT
               GO TO 0270-CATALOGAR-SAIDA
             END-IF.
             COMPUTE WRK-IND-CATALOGO = WRK-QTD-CARREGADOS + 1.
             PERFORM UNTIL WRK-IND-CATALOGO GREATER WRK-QTD-CATALOGO
               MOVE WRK-CAT-NOME(WRK-IND-CATALOGO)    TO CAT-NOME
               MOVE WRK-CAT-DATA(WRK-IND-CATALOGO)    TO CAT-DATA
               MOVE WRK-CAT-CAMINHO(WRK-IND-CATALOGO) TO CAT-CAMINHO
               MOVE WRK-CAT-DISTRIB(WRK-IND-CATALOGO)
                 TO CAT-DISTRIBUICAO
               WRITE REG-RELCAT
               ADD 1 TO WRK-IND-CATALOGO
             END-PERFORM.
             CLOSE RELCAT.
       0270-CATALOGAR-SAIDA.
             EXIT.

       0300-FINALIZAR                  SECTION.
               MOVE "RELDIST" TO LOG-JOB.
               IF WRK-ACUM-FALHAS GREATER ZEROS
                 MOVE "E" TO LOG-STATUS
               ELSE
                 MOVE "S" TO LOG-STATUS
               END-IF.
               MOVE WRK-ACUM-ENTREGUES TO LOG-QTD.
               MOVE WRK-ACUM-LINHAS    TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-FALHAS    TO LOG-QTD-REJEITADOS.
               MOVE WRK-ACUM-COPIADAS  TO LOG-HASH.
               MOVE "DISTRIBUICAO DE RELATORIOS POR FILIAL"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "ENTREGAS FEITAS: " WRK-ACUM-ENTREGUES.
               DISPLAY "ENTREGAS COM FALHA: " WRK-ACUM-FALHAS.

           COPY "CAMDSTP.cpy".
           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
