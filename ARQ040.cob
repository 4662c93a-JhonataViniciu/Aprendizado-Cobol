       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ040.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CONVERSAO UNICA DO ARQUIVO CLIENTES.DAT PARA O
      *==            LAYOUT COM ENDERECO ESTRUTURADO (198 POSICOES).
      *==            LE O ARQUIVO NO LAYOUT ANTIGO (137 POSICOES) A
      *==            PARTIR DE UM CAMINHO INFORMADO PELO OPERADOR, COMO
      *==            O ARQ015, E REGRAVA TODOS OS REGISTROS NO CAMINHO
      *==            PADRAO DA SUITE. O ENDERECO LIVRE NO FORMATO
      *==            "LOGRADOURO, NUMERO - [BAIRRO -] CIDADE/UF" E
      *==            SEPARADO NAS PARTES; O QUE NAO SEGUE O FORMATO
      *==            (OU TEM PARTE MAIOR QUE O CAMPO, OU UF INVALIDA)
      *==            FICA INTEIRO NO LOGRADOURO, COM AS DEMAIS PARTES
      *==            EM BRANCO, E SAI NO RELATORIO DE ENDERECOS NAO
      *==            CONVERTIDOS (RELGER) COM O MOTIVO, PARA A
      *==            CORRECAO PELO ARQ008. O CEP NAO CONSTA DO TEXTO
      *==            ANTIGO E NASCE ZERADO. REGISTRA NO BATCHLOG.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIANTIGO ASSIGN TO WRK-CAMINHO-ANTIGO
               ORGANIZATION IS INDEXED
               RECORD KEY IS ANT-ID
               ALTERNATE RECORD KEY IS ANT-CPF WITH DUPLICATES
               FILE STATUS IS FS-ANTIGO.

           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT RELEND ASSIGN TO WRK-CAMINHO-RELEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELEND.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.


       DATA DIVISION.
       FILE SECTION.
       FD  CLIANTIGO.
       01  REG-CLIANTIGO.
           05 ANT-ID                PIC 9(04).
           05 ANT-NOME              PIC X(20).
           05 ANT-TEL               PIC X(11).
           05 ANT-CPF               PIC 9(11).
           05 ANT-STATUS            PIC X(01).
           05 ANT-EMAIL             PIC X(40).
           05 ANT-ENDERECO          PIC X(40).
           05 ANT-DATA-CRIACAO      PIC 9(08).
           05 ANT-FILIAL            PIC 9(02).
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
       FD  RELEND.
       01  REG-RELEND                  PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMARQ.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "TABUF.cpy".
       77  FS-ANTIGO    PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-RELEND    PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG  PIC 9(02) VALUE ZEROS.
       77  WRK-MSG-ERRO PIC X(50) VALUE SPACES.
       77  WRK-CAMINHO-ANTIGO PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-RELEND PIC X(100) VALUE SPACES.

      *-------------------- PEDACOS DO ENDERECO LIVRE ------------------
       77  WRK-P-LOGRADOURO  PIC X(40) VALUE SPACES.
       77  WRK-P-RESTO       PIC X(40) VALUE SPACES.
       77  WRK-P-TRECHO-1    PIC X(40) VALUE SPACES.
       77  WRK-P-TRECHO-2    PIC X(40) VALUE SPACES.
       77  WRK-P-TRECHO-3    PIC X(40) VALUE SPACES.
       77  WRK-P-TRECHO-4    PIC X(40) VALUE SPACES.
       77  WRK-P-NUMERO      PIC X(40) VALUE SPACES.
       77  WRK-P-BAIRRO      PIC X(40) VALUE SPACES.
       77  WRK-P-CIDADE-UF   PIC X(40) VALUE SPACES.
       77  WRK-P-CIDADE      PIC X(40) VALUE SPACES.
       77  WRK-P-UF          PIC X(40) VALUE SPACES.
       77  WRK-P-SOBRA       PIC X(40) VALUE SPACES.
       77  WRK-QTD-PEDACOS   PIC 9(02) VALUE ZEROS.

      *-------------------- AJUSTE A ESQUERDA DE UM PEDACO -------------
       77  WRK-TRECHO        PIC X(40) VALUE SPACES.
       77  WRK-TRECHO-AUX    PIC X(40) VALUE SPACES.
       77  WRK-QTD-BRANCOS   PIC 9(02) VALUE ZEROS.

       77  WRK-MOTIVO        PIC X(30) VALUE SPACES.

      *-------------------- LINHA DO RELATORIO -------------------------
       01  WRK-LINHA-RELEND.
           05 WRK-RE-ID      PIC 9(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-RE-MOTIVO  PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-RE-ENDERECO PIC X(40).

      *---------------------- ACUMULADORES -------------------------
       77  WRK-ACUM-LIDOS        PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-ERROS        PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-CONVERTIDOS  PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-NAO-CONV     PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-EM-BRANCO    PIC 9(06) VALUE ZEROS.
       77  WRK-HASH-ID           PIC 9(13) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           DISPLAY "CAMINHO DO ARQUIVO DE CLIENTES NO LAYOUT ANTIGO... "
             ACCEPT WRK-CAMINHO-ANTIGO.

           IF WRK-CAMINHO-ANTIGO EQUAL WRK-CAMINHO-CLIENTES
             DISPLAY "O ARQUIVO ANTIGO PRECISA SER RENOMEADO ANTES - "
                     "A CONVERSAO GRAVA NO CAMINHO PADRAO"
             GOBACK
           END-IF.

           OPEN INPUT CLIANTIGO .

           IF FS-ANTIGO NOT EQUAL 0
             DISPLAY "ARQUIVO ANTIGO NAO FOI ABERTO - STATUS " FS-ANTIGO
             GOBACK
           END-IF.

           OPEN OUTPUT CLIENTES .

           IF FS-CLIENTES NOT EQUAL 0
             PERFORM 9000-TRATA-ERRO
             CLOSE CLIANTIGO
             GOBACK
           END-IF.

           MOVE "ENDNAOCONV" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELEND.
           OPEN OUTPUT RELEND.
           IF FS-RELEND NOT EQUAL 0
             DISPLAY "RELATORIO DE ENDERECOS NAO FOI ABERTO - STATUS "
                     FS-RELEND
             CLOSE CLIANTIGO
             CLOSE CLIENTES
             GOBACK
           END-IF.

           MOVE "ENDERECOS NAO CONVERTIDOS PARA O FORMATO ESTRUTURADO"
             TO REG-RELEND.
           WRITE REG-RELEND.
           MOVE SPACES TO REG-RELEND.
           WRITE REG-RELEND.
           MOVE "ID    MOTIVO" TO REG-RELEND.
           MOVE "ENDERECO ORIGINAL" TO REG-RELEND(39:17).
           WRITE REG-RELEND.

       0200-PROCESSAR                  SECTION.
               READ CLIANTIGO NEXT RECORD.

               PERFORM UNTIL FS-ANTIGO NOT EQUAL 00
                 ADD 1 TO WRK-ACUM-LIDOS
                 PERFORM 0210-CONVERTER-REGISTRO
                 READ CLIANTIGO NEXT RECORD
               END-PERFORM.

      *--------------------------------------------------------------
      *  0210-CONVERTER-REGISTRO: COPIA OS CAMPOS DO LAYOUT ANTIGO,
      *  SEPARA O ENDERECO E GRAVA NO LAYOUT NOVO.
      *--------------------------------------------------------------
       0210-CONVERTER-REGISTRO          SECTION.
             MOVE ANT-ID           TO REG-ID.
             MOVE ANT-NOME         TO REG-NOME.
             MOVE ANT-TEL          TO REG-TEL.
             MOVE ANT-CPF          TO REG-CPF.
             MOVE ANT-STATUS       TO REG-STATUS.
             MOVE ANT-EMAIL        TO REG-EMAIL.
             MOVE ANT-DATA-CRIACAO TO REG-DATA-CRIACAO.
             IF ANT-FILIAL IS NUMERIC
               MOVE ANT-FILIAL     TO REG-FILIAL
             ELSE
               MOVE 01             TO REG-FILIAL
             END-IF.
             MOVE ANT-ENDERECO     TO REG-ENDERECO.
             MOVE SPACES TO REG-END-NUMERO REG-END-BAIRRO
                            REG-END-CIDADE REG-END-UF.
             MOVE ZEROS  TO REG-END-CEP.

             IF ANT-ENDERECO EQUAL SPACES
               ADD 1 TO WRK-ACUM-EM-BRANCO
               MOVE "ENDERECO EM BRANCO" TO WRK-MOTIVO
               PERFORM 0240-LISTAR-NAO-CONVERTIDO
             ELSE
               PERFORM 0220-SEPARAR-ENDERECO
               IF WRK-MOTIVO EQUAL SPACES
                 ADD 1 TO WRK-ACUM-CONVERTIDOS
                 MOVE WRK-P-LOGRADOURO TO REG-ENDERECO
                 MOVE WRK-P-NUMERO     TO REG-END-NUMERO
                 MOVE WRK-P-BAIRRO     TO REG-END-BAIRRO
                 MOVE WRK-P-CIDADE     TO REG-END-CIDADE
                 MOVE WRK-P-UF         TO REG-END-UF
               ELSE
                 ADD 1 TO WRK-ACUM-NAO-CONV
                 PERFORM 0240-LISTAR-NAO-CONVERTIDO
               END-IF
             END-IF.

             WRITE REG-CLIENTES
               INVALID KEY
                 ADD 1 TO WRK-ACUM-ERROS
                 PERFORM 9000-TRATA-ERRO
               NOT INVALID KEY
                 ADD 1 TO WRK-ACUM-GRAVADOS
                 ADD REG-ID TO WRK-HASH-ID
             END-WRITE.

      *--------------------------------------------------------------
      *  0220-SEPARAR-ENDERECO: "LOGRADOURO, NUMERO - CIDADE/UF" OU
      *  "LOGRADOURO, NUMERO - BAIRRO - CIDADE/UF". DEVOLVE AS PARTES
      *  AJUSTADAS A ESQUERDA, OU O MOTIVO EM WRK-MOTIVO QUANDO O
      *  TEXTO NAO SEGUE O FORMATO.
      *--------------------------------------------------------------
       0220-SEPARAR-ENDERECO            SECTION.
             MOVE SPACES TO WRK-MOTIVO.
             MOVE SPACES TO WRK-P-LOGRADOURO WRK-P-RESTO WRK-P-SOBRA
                            WRK-P-TRECHO-1 WRK-P-TRECHO-2
                            WRK-P-TRECHO-3 WRK-P-TRECHO-4
                            WRK-P-NUMERO WRK-P-BAIRRO WRK-P-CIDADE-UF
                            WRK-P-CIDADE WRK-P-UF.

             MOVE ZEROS TO WRK-QTD-PEDACOS.
             UNSTRING ANT-ENDERECO DELIMITED BY ","
               INTO WRK-P-LOGRADOURO WRK-P-RESTO WRK-P-SOBRA
               TALLYING IN WRK-QTD-PEDACOS.
             IF WRK-QTD-PEDACOS NOT EQUAL 2
               MOVE "SEM VIRGULA APOS O LOGRADOURO" TO WRK-MOTIVO
               GO TO 0220-SEPARAR-SAIDA
             END-IF.

             MOVE ZEROS TO WRK-QTD-PEDACOS.
             UNSTRING WRK-P-RESTO DELIMITED BY "-"
               INTO WRK-P-TRECHO-1 WRK-P-TRECHO-2
                    WRK-P-TRECHO-3 WRK-P-TRECHO-4
               TALLYING IN WRK-QTD-PEDACOS.
             EVALUATE WRK-QTD-PEDACOS
               WHEN 2
                 MOVE WRK-P-TRECHO-1 TO WRK-P-NUMERO
                 MOVE WRK-P-TRECHO-2 TO WRK-P-CIDADE-UF
               WHEN 3
                 MOVE WRK-P-TRECHO-1 TO WRK-P-NUMERO
                 MOVE WRK-P-TRECHO-2 TO WRK-P-BAIRRO
                 MOVE WRK-P-TRECHO-3 TO WRK-P-CIDADE-UF
               WHEN OTHER
                 MOVE "FORMATO NUMERO - CIDADE AUSENTE" TO WRK-MOTIVO
                 GO TO 0220-SEPARAR-SAIDA
             END-EVALUATE.

             MOVE ZEROS TO WRK-QTD-PEDACOS.
             MOVE SPACES TO WRK-P-SOBRA.
             UNSTRING WRK-P-CIDADE-UF DELIMITED BY "/"
               INTO WRK-P-CIDADE WRK-P-UF WRK-P-SOBRA
               TALLYING IN WRK-QTD-PEDACOS.
             IF WRK-QTD-PEDACOS NOT EQUAL 2
               MOVE "SEM CIDADE/UF NO FINAL" TO WRK-MOTIVO
               GO TO 0220-SEPARAR-SAIDA
             END-IF.

      *--- AJUSTE A ESQUERDA DE CADA PARTE ---
             MOVE WRK-P-LOGRADOURO TO WRK-TRECHO.
             PERFORM 0230-AJUSTAR-ESQUERDA.
             MOVE WRK-TRECHO TO WRK-P-LOGRADOURO.
             MOVE WRK-P-NUMERO TO WRK-TRECHO.
             PERFORM 0230-AJUSTAR-ESQUERDA.
             MOVE WRK-TRECHO TO WRK-P-NUMERO.
             MOVE WRK-P-BAIRRO TO WRK-TRECHO.
             PERFORM 0230-AJUSTAR-ESQUERDA.
             MOVE WRK-TRECHO TO WRK-P-BAIRRO.
             MOVE WRK-P-CIDADE TO WRK-TRECHO.
             PERFORM 0230-AJUSTAR-ESQUERDA.
             MOVE WRK-TRECHO TO WRK-P-CIDADE.
             MOVE WRK-P-UF TO WRK-TRECHO.
             PERFORM 0230-AJUSTAR-ESQUERDA.
             MOVE WRK-TRECHO TO WRK-P-UF.

      *--- CADA PARTE PRECISA CABER NO SEU CAMPO ---
             EVALUATE TRUE
               WHEN WRK-P-LOGRADOURO EQUAL SPACES
                 MOVE "LOGRADOURO EM BRANCO" TO WRK-MOTIVO
               WHEN WRK-P-NUMERO EQUAL SPACES
                 MOVE "NUMERO EM BRANCO" TO WRK-MOTIVO
               WHEN WRK-P-NUMERO(7:34) NOT EQUAL SPACES
                 MOVE "NUMERO MAIOR QUE 6 POSICOES" TO WRK-MOTIVO
               WHEN WRK-P-BAIRRO(21:20) NOT EQUAL SPACES
                 MOVE "BAIRRO MAIOR QUE 20 POSICOES" TO WRK-MOTIVO
               WHEN WRK-P-CIDADE EQUAL SPACES
                 MOVE "CIDADE EM BRANCO" TO WRK-MOTIVO
               WHEN WRK-P-CIDADE(26:15) NOT EQUAL SPACES
                 MOVE "CIDADE MAIOR QUE 25 POSICOES" TO WRK-MOTIVO
               WHEN WRK-P-UF(3:38) NOT EQUAL SPACES
                 MOVE "UF INVALIDA" TO WRK-MOTIVO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             IF WRK-MOTIVO NOT EQUAL SPACES
               GO TO 0220-SEPARAR-SAIDA
             END-IF.

             MOVE WRK-P-UF(1:2) TO WRK-UF-CRITICA.
             PERFORM 0196-CRITICAR-UF.
             IF NOT UF-VALIDA
               MOVE "UF INVALIDA" TO WRK-MOTIVO
             END-IF.
       0220-SEPARAR-SAIDA.
             EXIT.

      *--- TIRA OS BRANCOS DA FRENTE DE WRK-TRECHO ---
       0230-AJUSTAR-ESQUERDA            SECTION.
             MOVE ZEROS TO WRK-QTD-BRANCOS.
             INSPECT WRK-TRECHO TALLYING WRK-QTD-BRANCOS
               FOR LEADING SPACES.
             IF WRK-QTD-BRANCOS GREATER ZEROS
                AND WRK-QTD-BRANCOS LESS 40
               MOVE WRK-TRECHO(WRK-QTD-BRANCOS + 1:) TO WRK-TRECHO-AUX
               MOVE WRK-TRECHO-AUX TO WRK-TRECHO
             END-IF.

       0240-LISTAR-NAO-CONVERTIDO       SECTION.
             MOVE ANT-ID       TO WRK-RE-ID.
             MOVE WRK-MOTIVO   TO WRK-RE-MOTIVO.
             MOVE ANT-ENDERECO TO WRK-RE-ENDERECO.
             MOVE WRK-LINHA-RELEND TO REG-RELEND.
             WRITE REG-RELEND.

           COPY "CAMARQP.cpy".
           COPY "TABUFP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE CLIANTIGO.
               CLOSE CLIENTES.
               CLOSE RELEND.
               DISPLAY "==================================".
               DISPLAY "REGISTROS LIDOS........... " WRK-ACUM-LIDOS.
               DISPLAY "REGISTROS GRAVADOS........ " WRK-ACUM-GRAVADOS.
               DISPLAY "ENDERECOS CONVERTIDOS..... "
                       WRK-ACUM-CONVERTIDOS.
               DISPLAY "ENDERECOS NAO CONVERTIDOS. " WRK-ACUM-NAO-CONV.
               DISPLAY "ENDERECOS EM BRANCO....... " WRK-ACUM-EM-BRANCO.
               DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELEND.
               DISPLAY "FIM DE PROGRAMA ".
               MOVE "ARQ040"            TO LOG-JOB.
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
               MOVE "CONVERSAO DO ENDERECO DOS CLIENTES"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.

           COPY "MSGARQ.cpy".
           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
