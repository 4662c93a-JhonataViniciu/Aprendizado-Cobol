       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ039.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CARGA DO ARQUIVO DE REFERENCIA DE CEP (CEP.DAT) A
      *==            PARTIR DE UM ARQUIVO TEXTO SEPARADO POR PONTO E
      *==            VIRGULA (CEP;LOGRADOURO;BAIRRO;CIDADE;UF), COM O
      *==            CEP COM OU SEM HIFEN. CEP NOVO E INCLUIDO, CEP JA
      *==            EXISTENTE E ATUALIZADO - A CARGA PODE SER RODADA
      *==            DE NOVO A CADA ATUALIZACAO DA BASE DOS CORREIOS.
      *==            LINHA COM CEP NAO NUMERICO, CIDADE EM BRANCO OU
      *==            UF INVALIDA VAI PARA O RELATORIO DE REJEITADOS
      *==            (RELGER). REGISTRA NO BATCHLOG COM O BALANCO
      *==            LIDOS = INCLUIDOS + ATUALIZADOS + REJEITADOS.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPIMP ASSIGN TO WRK-CAMINHO-CEPIMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CEPIMP.

           SELECT CEPS ASSIGN TO WRK-CAMINHO-CEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-NUMERO
               FILE STATUS IS FS-CEPS.

           SELECT RELCEP ASSIGN TO WRK-CAMINHO-RELCEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELCEP.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CEPIMP.
       01  REG-CEPIMP                  PIC X(120).
       FD  CEPS.
           COPY "CEPREF.cpy".
       FD  RELCEP.
       01  REG-RELCEP                  PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMCEP.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "TABUF.cpy".
       77  WRK-CAMINHO-CEPIMP         PIC X(100) VALUE
           "C:/COBOL/DADOS/CEPIMP.DAT.txt".
       77  WRK-CAMINHO-RELCEP         PIC X(100) VALUE SPACES.
       77  FS-CEPIMP      PIC 9(02) VALUE ZEROS.
       77  FS-CEPS        PIC 9(02) VALUE ZEROS.
       77  FS-RELCEP      PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG    PIC 9(02) VALUE ZEROS.

      *-------------------- CAMPOS DA LINHA IMPORTADA ------------------
       77  WRK-IMP-CEP        PIC X(09) VALUE SPACES.
       77  WRK-IMP-LOGRADOURO PIC X(40) VALUE SPACES.
       77  WRK-IMP-BAIRRO     PIC X(20) VALUE SPACES.
       77  WRK-IMP-CIDADE     PIC X(25) VALUE SPACES.
       77  WRK-IMP-UF         PIC X(02) VALUE SPACES.
       77  WRK-CEP-DIGITOS    PIC X(08) VALUE SPACES.
       77  WRK-MOTIVO-REJ     PIC X(30) VALUE SPACES.

      *-------------------- LINHA DO RELATORIO DE REJEITADOS -----------
       01  WRK-LINHA-RELCEP.
           05 WRK-RC-MOTIVO  PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-RC-LINHA   PIC X(68).

      *-------------------- ACUMULADORES -------------------------------
       77  WRK-ACUM-LIDOS       PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-INCLUIDOS   PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-ATUALIZADOS PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-REJEITADOS  PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-GRAVADOS    PIC 9(06) VALUE ZEROS.
       77  WRK-HASH-CEP         PIC 9(13) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           CALL "CONFIG" USING
               "CEPIMP_DAT          " WRK-CAMINHO-CEPIMP.
           OPEN INPUT CEPIMP.
           IF FS-CEPIMP NOT EQUAL 0
             DISPLAY "ARQUIVO DE CARGA DE CEP NAO FOI ABERTO - STATUS "
                     FS-CEPIMP
             GOBACK
           END-IF.

      *--- PRIMEIRA CARGA: O CEP.DAT AINDA NAO EXISTE (STATUS 35) ---
           PERFORM 0192-OBTER-CAMINHO-CEP.
           OPEN I-O CEPS.
           IF FS-CEPS EQUAL 35
             OPEN OUTPUT CEPS
             CLOSE CEPS
             OPEN I-O CEPS
           END-IF.
           IF FS-CEPS NOT EQUAL 0
             DISPLAY "ARQUIVO DE CEP NAO FOI ABERTO - STATUS " FS-CEPS
             CLOSE CEPIMP
             GOBACK
           END-IF.

           MOVE "CEPREJ" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELCEP.
           OPEN OUTPUT RELCEP.
           IF FS-RELCEP NOT EQUAL 0
             DISPLAY "RELATORIO DE REJEITADOS NAO FOI ABERTO - STATUS "
                     FS-RELCEP
             CLOSE CEPIMP
             CLOSE CEPS
             GOBACK
           END-IF.

           MOVE "REJEITADOS DA CARGA DA TABELA DE CEP" TO REG-RELCEP.
           WRITE REG-RELCEP.
           MOVE SPACES TO REG-RELCEP.
           WRITE REG-RELCEP.

       0200-PROCESSAR                  SECTION.
               READ CEPIMP NEXT RECORD.

               PERFORM UNTIL FS-CEPIMP NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
                 PERFORM 0210-TRATAR-LINHA
                 READ CEPIMP NEXT RECORD
               END-PERFORM.

      *--------------------------------------------------------------
      *  0210-TRATAR-LINHA: SEPARA OS CAMPOS, CRITICA E GRAVA (OU
      *  REGRAVA, SE O CEP JA CONSTA DO ARQUIVO).
      *--------------------------------------------------------------
       0210-TRATAR-LINHA                SECTION.
             MOVE SPACES TO WRK-IMP-CEP WRK-IMP-LOGRADOURO
                            WRK-IMP-BAIRRO WRK-IMP-CIDADE WRK-IMP-UF.
             UNSTRING REG-CEPIMP DELIMITED BY ";"
               INTO WRK-IMP-CEP    WRK-IMP-LOGRADOURO WRK-IMP-BAIRRO
                    WRK-IMP-CIDADE WRK-IMP-UF.

             IF WRK-IMP-CEP(6:1) EQUAL "-"
               MOVE SPACES TO WRK-CEP-DIGITOS
               STRING WRK-IMP-CEP(1:5) WRK-IMP-CEP(7:3)
                 DELIMITED BY SIZE INTO WRK-CEP-DIGITOS
             ELSE
               MOVE WRK-IMP-CEP TO WRK-CEP-DIGITOS
             END-IF.

             MOVE WRK-IMP-UF TO WRK-UF-CRITICA.
             PERFORM 0196-CRITICAR-UF.

             EVALUATE TRUE
               WHEN WRK-CEP-DIGITOS IS NOT NUMERIC
                 MOVE "CEP INVALIDO" TO WRK-MOTIVO-REJ
               WHEN WRK-CEP-DIGITOS EQUAL "00000000"
                 MOVE "CEP INVALIDO" TO WRK-MOTIVO-REJ
               WHEN WRK-IMP-CIDADE EQUAL SPACES
                 MOVE "CIDADE EM BRANCO" TO WRK-MOTIVO-REJ
               WHEN NOT UF-VALIDA
                 MOVE "UF INVALIDA" TO WRK-MOTIVO-REJ
               WHEN OTHER
                 MOVE SPACES TO WRK-MOTIVO-REJ
             END-EVALUATE.

             IF WRK-MOTIVO-REJ NOT EQUAL SPACES
               PERFORM 0230-GRAVAR-REJEITO
               GO TO 0210-TRATAR-SAIDA
             END-IF.

             MOVE WRK-CEP-DIGITOS    TO CEP-NUMERO.
             MOVE WRK-IMP-LOGRADOURO TO CEP-LOGRADOURO.
             MOVE WRK-IMP-BAIRRO     TO CEP-BAIRRO.
             MOVE WRK-IMP-CIDADE     TO CEP-CIDADE.
             MOVE WRK-IMP-UF         TO CEP-UF.
             WRITE REG-CEP
               INVALID KEY
                 REWRITE REG-CEP
                   INVALID KEY
                     MOVE "ERRO NA REGRAVACAO DO CEP"
                       TO WRK-MOTIVO-REJ
                     PERFORM 0230-GRAVAR-REJEITO
                   NOT INVALID KEY
                     ADD 1 TO WRK-ACUM-ATUALIZADOS
                     ADD CEP-NUMERO TO WRK-HASH-CEP
                 END-REWRITE
               NOT INVALID KEY
                 ADD 1 TO WRK-ACUM-INCLUIDOS
                 ADD CEP-NUMERO TO WRK-HASH-CEP
             END-WRITE.
       0210-TRATAR-SAIDA.
             EXIT.

       0230-GRAVAR-REJEITO              SECTION.
             ADD 1 TO WRK-ACUM-REJEITADOS.
             MOVE WRK-MOTIVO-REJ TO WRK-RC-MOTIVO.
             MOVE REG-CEPIMP     TO WRK-RC-LINHA.
             MOVE WRK-LINHA-RELCEP TO REG-RELCEP.
             WRITE REG-RELCEP.

           COPY "CAMCEPP.cpy".
           COPY "TABUFP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE CEPIMP.
               CLOSE CEPS.
               CLOSE RELCEP.
               ADD WRK-ACUM-INCLUIDOS WRK-ACUM-ATUALIZADOS
                 GIVING WRK-ACUM-GRAVADOS.
               DISPLAY "==================================".
               DISPLAY "LINHAS LIDAS....... " WRK-ACUM-LIDOS.
               DISPLAY "CEPS INCLUIDOS..... " WRK-ACUM-INCLUIDOS.
               DISPLAY "CEPS ATUALIZADOS... " WRK-ACUM-ATUALIZADOS.
               DISPLAY "LINHAS REJEITADAS.. " WRK-ACUM-REJEITADOS.
               DISPLAY "REJEITADOS EM " WRK-CAMINHO-RELCEP.
               DISPLAY "FIM DE PROGRAMA ".
               MOVE "ARQ039"            TO LOG-JOB.
               MOVE WRK-ACUM-GRAVADOS   TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS      TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-REJEITADOS TO LOG-QTD-REJEITADOS.
               MOVE WRK-HASH-CEP        TO LOG-HASH.
               IF WRK-ACUM-LIDOS EQUAL
                    WRK-ACUM-GRAVADOS + WRK-ACUM-REJEITADOS
                 MOVE "S" TO LOG-STATUS
                 MOVE "S" TO LOG-BALANCE
               ELSE
                 DISPLAY "*** CARGA FORA DE BALANCE: LIDOS "
                         WRK-ACUM-LIDOS " <> GRAVADOS "
                         WRK-ACUM-GRAVADOS " + REJEITADOS "
                         WRK-ACUM-REJEITADOS " ***"
                 MOVE "E" TO LOG-STATUS
                 MOVE "F" TO LOG-BALANCE
               END-IF.
               MOVE "CARGA DA TABELA DE CEP" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
