       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD039.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: APROVACAO DA REMESSA DE PAGAMENTO A FORNECEDORES -
      *==            PASSO DE SUPERVISOR, NOS MOLDES DO PROGRAMA61 PARA
      *==            A FOLHA: CONFERE A REMESSA PENDENTE (PAGPEND.DAT,
      *==            GERADA PELO PRD038) CONTRA O PROPRIO TRAILER,
      *==            MOSTRA QUANTIDADE E TOTAL, E SO COM A CONFIRMACAO
      *==            COPIA A REMESSA PARA O ARQUIVO OFICIAL
      *==            (PAGREM.DAT, O QUE O BANCO RECOLHE). A PENDENTE E
      *==            ESVAZIADA PARA O MESMO LOTE NAO SER APROVADO DUAS
      *==            VEZES. O TOTAL APROVADO VAI PARA O BATCHLOG EM
      *==            LOG-HASH, PARA O BALANCEAMENTO COM O RETORNO
      *==            (PRD040).
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGPEND ASSIGN TO WRK-CAMINHO-PAGPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGPEND.

           SELECT PAGREM ASSIGN TO WRK-CAMINHO-PAGREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGREM.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGPEND.
       01  REG-PAGPEND     PIC X(60).
       FD  PAGREM.
       01  REG-PAGREM      PIC X(60).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMLOG.cpy".
           COPY "OPESSAO.cpy".
       77  FS-PAGPEND      PIC 9(02) VALUE ZEROS.
       77  FS-PAGREM       PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-PAGPEND PIC X(100) VALUE
           "C:/COBOL/DADOS/PAGPEND.DAT.txt".
       77  WRK-CAMINHO-PAGREM  PIC X(100) VALUE
           "C:/COBOL/DADOS/PAGREM.DAT.txt".

      *--- LAYOUT DA REMESSA DE PAGAMENTOS (PRD038) ---
       01  WRK-REM-REGISTRO.
           05 WRK-RR-TIPO      PIC X(01).
           05 FILLER           PIC X(59).
       01  WRK-REM-HEADER REDEFINES WRK-REM-REGISTRO.
           05 FILLER           PIC X(01).
           05 WRK-RH-DATA      PIC 9(08).
           05 FILLER           PIC X(17).
           05 WRK-RH-LIMITE    PIC 9(08).
           05 FILLER           PIC X(26).
       01  WRK-REM-DETALHE REDEFINES WRK-REM-REGISTRO.
           05 FILLER           PIC X(01).
           05 WRK-RD-FORNECEDOR PIC 9(04).
           05 WRK-RD-DOCUMENTO PIC X(10).
           05 WRK-RD-VENCTO    PIC 9(08).
           05 WRK-RD-BANCO     PIC 9(03).
           05 WRK-RD-AGENCIA   PIC 9(04).
           05 WRK-RD-CONTA     PIC X(10).
           05 WRK-RD-VALOR     PIC 9(10)V99.
           05 FILLER           PIC X(08).
       01  WRK-REM-TRAILER REDEFINES WRK-REM-REGISTRO.
           05 FILLER           PIC X(01).
           05 WRK-RT-QTD       PIC 9(06).
           05 WRK-RT-TOTAL     PIC 9(12)V99.
           05 FILLER           PIC X(39).

       77  WRK-DATA-GERACAO    PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-LIMITE     PIC 9(08)    VALUE ZEROS.
       77  WRK-QTD-TRAILER     PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-TRAILER   PIC 9(12)V99 VALUE ZEROS.
       77  WRK-SW-HEADER       PIC X(01)    VALUE "N".
           88 HEADER-ACHADO                 VALUE "S".
       77  WRK-SW-TRAILER      PIC X(01)    VALUE "N".
           88 TRAILER-ACHADO                VALUE "S".
       77  WRK-SW-APROVADA     PIC X(01)    VALUE "N".
           88 REMESSA-APROVADA              VALUE "S".
       77  WRK-CONFIRMA        PIC X(01)    VALUE SPACES.
       77  WRK-ACUM-DUPLICATAS PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-LINHAS     PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-REMESSA   PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-EDI       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
      *    FORA DO MENU A SESSAO ESTA VAZIA - O MODULO SIGNON
      *    IDENTIFICA O OPERADOR CONTRA O OPERADOR.DAT, COMO O
      *    SIGN-ON DO ARQMENU
           IF WRK-SESSAO-NIVEL IS NOT NUMERIC
              OR WRK-SESSAO-NIVEL LESS 2
             CALL "SIGNON"
           END-IF.
           IF WRK-SESSAO-NIVEL IS NOT NUMERIC
              OR WRK-SESSAO-NIVEL LESS 2
             DISPLAY "APROVACAO DE REMESSA SO PARA SUPERVISOR"
             GOBACK
           END-IF.

           CALL "CONFIG" USING
               "PAGPEND_DAT         " WRK-CAMINHO-PAGPEND.
           CALL "CONFIG" USING
               "PAGREM_DAT          " WRK-CAMINHO-PAGREM.

      *--- CONFERENCIA DA PENDENTE CONTRA O PROPRIO TRAILER ---
           OPEN INPUT PAGPEND.
           IF FS-PAGPEND NOT EQUAL 0
             DISPLAY "REMESSA PENDENTE NAO FOI ABERTA - STATUS "
                     FS-PAGPEND
             GOBACK
           END-IF.
           READ PAGPEND NEXT RECORD.
           PERFORM UNTIL FS-PAGPEND NOT EQUAL 00
             MOVE REG-PAGPEND TO WRK-REM-REGISTRO
             EVALUATE WRK-RR-TIPO
               WHEN "0"
                 SET HEADER-ACHADO TO TRUE
                 MOVE WRK-RH-DATA   TO WRK-DATA-GERACAO
                 MOVE WRK-RH-LIMITE TO WRK-DATA-LIMITE
               WHEN "1"
                 ADD 1            TO WRK-ACUM-DUPLICATAS
                 ADD WRK-RD-VALOR TO WRK-TOTAL-REMESSA
               WHEN "9"
                 SET TRAILER-ACHADO TO TRUE
                 MOVE WRK-RT-QTD   TO WRK-QTD-TRAILER
                 MOVE WRK-RT-TOTAL TO WRK-TOTAL-TRAILER
             END-EVALUATE
             READ PAGPEND NEXT RECORD
           END-PERFORM.
           CLOSE PAGPEND.

           IF NOT HEADER-ACHADO OR NOT TRAILER-ACHADO
             DISPLAY "NAO HA REMESSA PENDENTE - RODE O PRD038"
             GOBACK
           END-IF.
           IF WRK-ACUM-DUPLICATAS NOT EQUAL WRK-QTD-TRAILER
              OR WRK-TOTAL-REMESSA NOT EQUAL WRK-TOTAL-TRAILER
             DISPLAY "REMESSA PENDENTE NAO CONFERE COM O TRAILER - "
                     "APROVACAO RECUSADA, GERE DE NOVO NO PRD038"
             GOBACK
           END-IF.
           IF WRK-ACUM-DUPLICATAS EQUAL ZEROS
             DISPLAY "REMESSA PENDENTE SEM DUPLICATAS - NADA A APROVAR"
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE WRK-TOTAL-REMESSA TO WRK-TOTAL-EDI.
           DISPLAY "REMESSA GERADA EM......: " WRK-DATA-GERACAO.
           DISPLAY "VENCIMENTOS ATE........: " WRK-DATA-LIMITE.
           DISPLAY "DUPLICATAS.............: " WRK-ACUM-DUPLICATAS.
           DISPLAY "TOTAL A PAGAR..........: " WRK-TOTAL-EDI.
           DISPLAY "APROVA O PAGAMENTO DO LOTE? (S/N) "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
             DISPLAY "REMESSA NAO APROVADA - CONTINUA PENDENTE"
             GO TO 0200-SAIDA
           END-IF.

           OPEN INPUT PAGPEND.
           IF FS-PAGPEND NOT EQUAL 0
             DISPLAY "REMESSA PENDENTE NAO FOI ABERTA - STATUS "
                     FS-PAGPEND
             GO TO 0200-SAIDA
           END-IF.
           OPEN OUTPUT PAGREM.
           IF FS-PAGREM NOT EQUAL 0
             DISPLAY "REMESSA OFICIAL NAO FOI ABERTA - STATUS "
                     FS-PAGREM
             CLOSE PAGPEND
             GO TO 0200-SAIDA
           END-IF.
           READ PAGPEND NEXT RECORD.
           PERFORM UNTIL FS-PAGPEND NOT EQUAL 00
             MOVE REG-PAGPEND TO REG-PAGREM
             WRITE REG-PAGREM
             ADD 1 TO WRK-ACUM-LINHAS
             READ PAGPEND NEXT RECORD
           END-PERFORM.
           CLOSE PAGPEND.
           CLOSE PAGREM.
           SET REMESSA-APROVADA TO TRUE.

      *--- ESVAZIA A PENDENTE - O LOTE NAO PODE SER APROVADO DE NOVO ---
           OPEN OUTPUT PAGPEND.
           IF FS-PAGPEND EQUAL 0
             CLOSE PAGPEND
           END-IF.
           DISPLAY "REMESSA LIBERADA PARA O BANCO COM "
                   WRK-ACUM-LINHAS " LINHAS".
           DISPLAY "ARQUIVO: " WRK-CAMINHO-PAGREM.
       0200-SAIDA.
           EXIT.

       0300-FINALIZAR                  SECTION.
               IF REMESSA-APROVADA
                 MOVE "PRD039"            TO LOG-JOB
                 MOVE "S"                 TO LOG-STATUS
                 MOVE "S"                 TO LOG-BALANCE
                 MOVE WRK-ACUM-DUPLICATAS TO LOG-QTD
                 MOVE WRK-QTD-TRAILER     TO LOG-QTD-LIDOS
                 MOVE ZEROS               TO LOG-QTD-REJEITADOS
                 MOVE WRK-TOTAL-REMESSA   TO LOG-HASH
                 MOVE "APROVACAO DE REMESSA DE PAGAMENTOS"
                   TO LOG-MENSAGEM
                 PERFORM 0130-REGISTRAR-LOG
               END-IF.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
