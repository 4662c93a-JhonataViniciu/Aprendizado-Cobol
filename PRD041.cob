       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD041.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CONVERSAO UNICA DO ARQUIVO FORNECED.DAT PARA O
      *==            LAYOUT COM DADOS BANCARIOS (77 POSICOES), NOS
      *==            MOLDES DO ARQ040. LE O ARQUIVO NO LAYOUT ANTIGO
      *==            (60 POSICOES) A PARTIR DE UM CAMINHO INFORMADO PELO
      *==            OPERADOR E REGRAVA TODOS OS REGISTROS NO CAMINHO
      *==            PADRAO DA SUITE COM BANCO, AGENCIA E CONTA
      *==            ZERADOS - OS DADOS BANCARIOS SAO INFORMADOS DEPOIS
      *==            NA ALTERACAO DO PRD006. REGISTRA NO BATCHLOG.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORANTIGO ASSIGN TO WRK-CAMINHO-ANTIGO
               ORGANIZATION IS INDEXED
               RECORD KEY IS ANT-ID
               FILE STATUS IS FS-ANTIGO.

           SELECT FORNECEDORES ASSIGN TO WRK-CAMINHO-FORNECED
               ORGANIZATION IS INDEXED
               RECORD KEY IS FOR-ID
               FILE STATUS IS FS-FORNECEDORES.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.


       DATA DIVISION.
       FILE SECTION.
       FD  FORANTIGO.
       01  REG-FORANTIGO.
           05 ANT-ID                PIC 9(04).
           05 ANT-NOME              PIC X(30).
           05 ANT-CNPJ              PIC 9(14).
           05 ANT-TEL               PIC X(11).
           05 ANT-STATUS            PIC X(01).
       FD  FORNECEDORES.
           COPY "FORNECED.cpy".
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMFOR.cpy".
           COPY "CAMLOG.cpy".
       77  FS-ANTIGO        PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES  PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG      PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-ANTIGO PIC X(100) VALUE SPACES.

      *---------------------- ACUMULADORES -------------------------
       77  WRK-ACUM-LIDOS        PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-ERROS        PIC 9(06) VALUE ZEROS.
       77  WRK-HASH-ID           PIC 9(13) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           PERFORM 0119-OBTER-CAMINHOS-FORNECED.
           DISPLAY "CAMINHO DO CADASTRO DE FORNECEDORES NO LAYOUT "
                   "ANTIGO... "
             ACCEPT WRK-CAMINHO-ANTIGO.

           IF WRK-CAMINHO-ANTIGO EQUAL WRK-CAMINHO-FORNECED
             DISPLAY "O ARQUIVO ANTIGO PRECISA SER RENOMEADO ANTES - "
                     "A CONVERSAO GRAVA NO CAMINHO PADRAO"
             GOBACK
           END-IF.

           OPEN INPUT FORANTIGO.
           IF FS-ANTIGO NOT EQUAL 0
             DISPLAY "ARQUIVO ANTIGO NAO FOI ABERTO - STATUS " FS-ANTIGO
             GOBACK
           END-IF.

           OPEN OUTPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 0
             DISPLAY "CADASTRO DE FORNECEDORES NAO FOI ABERTO - "
                     "STATUS " FS-FORNECEDORES
             CLOSE FORANTIGO
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
               READ FORANTIGO NEXT RECORD.

               PERFORM UNTIL FS-ANTIGO NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
                 PERFORM 0210-CONVERTER-REGISTRO
                 READ FORANTIGO NEXT RECORD
               END-PERFORM.

       0210-CONVERTER-REGISTRO          SECTION.
             MOVE ANT-ID           TO FOR-ID.
             MOVE ANT-NOME         TO FOR-NOME.
             MOVE ANT-CNPJ         TO FOR-CNPJ.
             MOVE ANT-TEL          TO FOR-TEL.
             MOVE ANT-STATUS       TO FOR-STATUS.
             MOVE ZEROS            TO FOR-BANCO.
             MOVE ZEROS            TO FOR-AGENCIA.
             MOVE SPACES           TO FOR-CONTA.
             WRITE REG-FORNECEDOR
               INVALID KEY
                 ADD 1 TO WRK-ACUM-ERROS
                 DISPLAY "FORNECEDOR " ANT-ID " NAO FOI GRAVADO - "
                         "STATUS " FS-FORNECEDORES
               NOT INVALID KEY
                 ADD 1 TO WRK-ACUM-GRAVADOS
                 ADD ANT-ID TO WRK-HASH-ID
             END-WRITE.

           COPY "CAMFORP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE FORANTIGO.
               CLOSE FORNECEDORES.
               DISPLAY "==================================".
               DISPLAY "REGISTROS LIDOS........... " WRK-ACUM-LIDOS.
               DISPLAY "REGISTROS GRAVADOS........ " WRK-ACUM-GRAVADOS.
               DISPLAY "INFORME OS DADOS BANCARIOS PELO PRD006".
               DISPLAY "FIM DE PROGRAMA ".
               MOVE "PRD041"            TO LOG-JOB.
               MOVE WRK-ACUM-GRAVADOS   TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS      TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-ERROS      TO LOG-QTD-REJEITADOS.
               MOVE WRK-HASH-ID         TO LOG-HASH.
               IF WRK-ACUM-LIDOS EQUAL
                    WRK-ACUM-GRAVADOS + WRK-ACUM-ERROS
                  AND WRK-ACUM-ERROS EQUAL ZEROS
                 MOVE "S" TO LOG-STATUS
                 MOVE "S" TO LOG-BALANCE
               ELSE
                 DISPLAY "*** CONVERSAO COM ERROS: LIDOS "
                         WRK-ACUM-LIDOS " GRAVADOS "
                         WRK-ACUM-GRAVADOS " ERROS "
                         WRK-ACUM-ERROS " ***"
                 MOVE "E" TO LOG-STATUS
                 MOVE "F" TO LOG-BALANCE
               END-IF.
               MOVE "CONVERSAO DO CADASTRO DE FORNECEDORES"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
