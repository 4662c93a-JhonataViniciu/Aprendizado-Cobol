      *==            HASH-TOTAL DOS CPFS GRAVADOS.
      *== 21/08/2026 - JV - CAMINHO DA SAIDA RESOLVIDO PELO MODULO
      *==            CONFIG, COMO OS DEMAIS ARQUIVOS DA SUITE.
      *== 15/10/2026 - JV - ENDERECO ESTRUTURADO: A LINHA CSV GANHA AS
      *==            COLUNAS OPCIONAIS NUMERO, BAIRRO, CIDADE, UF E CEP
      *==            (COM OU SEM HIFEN) DEPOIS DO LOGRADOURO. CEP
      *==            INFORMADO E CONFERIDO NA TABELA DE CEP (CIDADE E
      *==            UF VEM DELA) - FORA DA TABELA REJEITA COM 006; UF
      *==            FORA DA TABELA DE UFS REJEITA COM 007.
      *=================================================================

       ENVIRONMENT DIVISION.
           COPY "CAMREJ.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
           COPY "CEPCONS.cpy".
           COPY "TABUF.cpy".
       77  WRK-CAMINHO-RELREJ         PIC X(100) VALUE
           "C:/COBOL/DADOS/RELREJ.DAT.txt".
       77  FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77  WRK-CSV-CPF      PIC X(11) VALUE SPACES.
       77  WRK-CSV-EMAIL    PIC X(40) VALUE SPACES.
       77  WRK-CSV-ENDERECO PIC X(40) VALUE SPACES.
       77  WRK-CSV-NUMERO   PIC X(06) VALUE SPACES.
       77  WRK-CSV-BAIRRO   PIC X(20) VALUE SPACES.
       77  WRK-CSV-CIDADE   PIC X(25) VALUE SPACES.
       77  WRK-CSV-UF       PIC X(02) VALUE SPACES.
       77  WRK-CSV-CEP      PIC X(09) VALUE SPACES.
       77  WRK-CEP-DIGITOS  PIC X(08) VALUE SPACES.

      *-------------------- ACUMULADORES --------------------------------
       77  WRK-ACUM-LIDOS      PIC 9(04) VALUE ZEROS.

           COPY "CAMARQP.cpy".
       0210-TRATAR-LINHA-CSV            SECTION.
             MOVE SPACES TO WRK-CSV-ID WRK-CSV-NOME WRK-CSV-TEL
                            WRK-CSV-CPF WRK-CSV-EMAIL WRK-CSV-ENDERECO
                            WRK-CSV-NUMERO WRK-CSV-BAIRRO
                            WRK-CSV-CIDADE WRK-CSV-UF WRK-CSV-CEP.
             UNSTRING REG-CSV DELIMITED BY ","
               INTO WRK-CSV-ID   WRK-CSV-NOME    WRK-CSV-TEL
                    WRK-CSV-CPF  WRK-CSV-EMAIL    WRK-CSV-ENDERECO
                    WRK-CSV-NUMERO WRK-CSV-BAIRRO WRK-CSV-CIDADE
                    WRK-CSV-UF     WRK-CSV-CEP.

             PERFORM 0215-CRITICAR-ENDERECO-CSV.

             EVALUATE TRUE
               WHEN WRK-CSV-ID IS NOT NUMERIC
                 MOVE '003' TO WRK-MOTIVO-REJ
               WHEN WRK-CSV-CPF IS NOT NUMERIC
                 MOVE '004' TO WRK-MOTIVO-REJ
               WHEN CEC-NAO-ACHADO
                 MOVE '006' TO WRK-MOTIVO-REJ
               WHEN WRK-CSV-UF NOT EQUAL SPACES
                    AND NOT UF-VALIDA
                 MOVE '007' TO WRK-MOTIVO-REJ
               WHEN OTHER
                 MOVE SPACES TO WRK-MOTIVO-REJ
             END-EVALUATE.
               MOVE WRK-CSV-CPF      TO REG-CPF
               MOVE WRK-CSV-EMAIL    TO REG-EMAIL
               MOVE WRK-CSV-ENDERECO TO REG-ENDERECO
               MOVE WRK-CSV-NUMERO   TO REG-END-NUMERO
               MOVE WRK-CSV-BAIRRO   TO REG-END-BAIRRO
               MOVE WRK-CSV-CIDADE   TO REG-END-CIDADE
               MOVE WRK-CSV-UF       TO REG-END-UF
               IF WRK-CSV-CEP EQUAL SPACES
                 MOVE ZEROS           TO REG-END-CEP
               ELSE
                 MOVE WRK-CEP-DIGITOS TO REG-END-CEP
               END-IF
               MOVE 'A'              TO REG-STATUS
               CALL "DATAMES" USING WRK-AREA-DATAMES
               MOVE DTM-AAAAMMDD TO REG-DATA-CRIACAO
               END-WRITE
             END-IF.

      *--------------------------------------------------------------
      *  0215-CRITICAR-ENDERECO-CSV: CEP INFORMADO (NNNNNNNN OU
      *  NNNNN-NNN) E CONSULTADO NA TABELA DE CEP - ACHADO, A CIDADE
      *  E A UF VEM DO CEP E O LOGRADOURO/BAIRRO EM BRANCO TAMBEM;
      *  NAO NUMERICO CONTA COMO NAO ACHADO. SEM A TABELA O CEP E
      *  ACEITO COMO VEIO. A UF (INFORMADA OU VINDA DO CEP) E
      *  CRITICADA CONTRA TABUF.cpy.
      *--------------------------------------------------------------
       0215-CRITICAR-ENDERECO-CSV       SECTION.
             MOVE SPACES TO CEC-SW-RESULTADO.
             MOVE SPACES TO WRK-CEP-DIGITOS.
             IF WRK-CSV-CEP NOT EQUAL SPACES
               IF WRK-CSV-CEP(6:1) EQUAL "-"
                 STRING WRK-CSV-CEP(1:5) WRK-CSV-CEP(7:3)
                   DELIMITED BY SIZE INTO WRK-CEP-DIGITOS
               ELSE
                 MOVE WRK-CSV-CEP TO WRK-CEP-DIGITOS
               END-IF
               IF WRK-CEP-DIGITOS IS NUMERIC
                 MOVE WRK-CEP-DIGITOS TO CEC-CEP
                 CALL "CEPCONS" USING WRK-AREA-CEPCONS
               ELSE
                 MOVE "N" TO CEC-SW-RESULTADO
               END-IF
             END-IF.

             IF CEC-ACHADO
               MOVE CEC-CIDADE TO WRK-CSV-CIDADE
               MOVE CEC-UF     TO WRK-CSV-UF
               IF WRK-CSV-ENDERECO EQUAL SPACES
                 MOVE CEC-LOGRADOURO TO WRK-CSV-ENDERECO
               END-IF
               IF WRK-CSV-BAIRRO EQUAL SPACES
                 MOVE CEC-BAIRRO TO WRK-CSV-BAIRRO
               END-IF
             END-IF.

             MOVE WRK-CSV-UF TO WRK-UF-CRITICA.
             PERFORM 0196-CRITICAR-UF.

      *--------------------------------------------------------------
      *  0230-GRAVAR-REJEITO: GRAVA A LINHA ORIGINAL COM O CODIGO DO
      *  MOTIVO NO ARQUIVO DE REJEITADOS E A LINHA CORRESPONDENTE NO
                 MOVE "CPF NAO NUMERICO" TO WRK-DESCR-REJ
               WHEN REJ-ID-DUPLICADO
                 MOVE "ID JA CADASTRADO" TO WRK-DESCR-REJ
               WHEN REJ-CEP-INVALIDO
                 MOVE "CEP INVALIDO OU FORA DA TABELA" TO WRK-DESCR-REJ
               WHEN REJ-UF-INVALIDA
                 MOVE "UF INVALIDA" TO WRK-DESCR-REJ
               WHEN OTHER
                 MOVE "MOTIVO NAO PREVISTO" TO WRK-DESCR-REJ
             END-EVALUATE.
           COPY "AUDITORIAP.cpy".
           COPY "CAMIMPP.cpy".
           COPY "CAMREJP.cpy".
           COPY "TABUFP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE CLIENTES.
               CLOSE AUDITORIA.
