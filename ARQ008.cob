      *==            ALTERA APENAS O QUE PRECISA (NOME, TELEFONE,
      *==            EMAIL E ENDERECO), COM AS MENSAGENS DE VALIDACAO
      *==            AO LADO DO CAMPO ERRADO.
      *==  15/10/2026 - JV - ENDERECO ESTRUTURADO NA TELA (LOGRADOURO,
      *==            NUMERO, BAIRRO, CIDADE, UF E CEP). A CRITICA
      *==            CONTRA A TABELA DE CEP (ENDTELAP.cpy) SO RODA
      *==            QUANDO O OPERADOR MEXE NO ENDERECO, PARA QUE UM
      *==            CADASTRO AINDA SEM CEP POSSA TER OUTROS DADOS
      *==            ALTERADOS.
      *=================================================================

       ENVIRONMENT DIVISION.
           COPY "CAMCNS.cpy".
           COPY "CAMAUD.cpy".
           COPY "CAMLCK.cpy".
           COPY "CEPCONS.cpy".
           COPY "TABUF.cpy".
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-AUDITORIA PIC 9(02) VALUE ZEROS.
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  WRK-TEL     PIC X(11) VALUE SPACES.
       77  WRK-EMAIL   PIC X(40) VALUE SPACES.
       77  WRK-ENDERECO PIC X(40) VALUE SPACES.
           COPY "ENDTELA.cpy".

      *-------------------- CONTROLE DA TELA ----------------------------
       77  WRK-MSG-NOME  PIC X(30) VALUE SPACES.
           05 LINE 09 COLUMN 16 PIC 9(11) FROM REG-CPF.
           05 LINE 11 COLUMN 05 VALUE "EMAIL.....".
           05 LINE 11 COLUMN 16 PIC X(40) USING WRK-EMAIL.
           05 LINE 13 COLUMN 05 VALUE "LOGRADOURO".
           05 LINE 13 COLUMN 16 PIC X(40) USING WRK-ENDERECO.
           05 LINE 14 COLUMN 05 VALUE "NUMERO....".
           05 LINE 14 COLUMN 16 PIC X(06) USING WRK-END-NUMERO.
           05 LINE 14 COLUMN 25 VALUE "BAIRRO".
           05 LINE 14 COLUMN 32 PIC X(20) USING WRK-END-BAIRRO.
           05 LINE 15 COLUMN 05 VALUE "CIDADE....".
           05 LINE 15 COLUMN 16 PIC X(25) USING WRK-END-CIDADE.
           05 LINE 15 COLUMN 43 VALUE "UF".
           05 LINE 15 COLUMN 46 PIC X(02) USING WRK-END-UF.
           05 LINE 15 COLUMN 50 VALUE "CEP".
           05 LINE 15 COLUMN 54 PIC 9(08) USING WRK-END-CEP.
           05 LINE 17 COLUMN 05 PIC X(50) FROM WRK-MSG-END.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
             MOVE REG-TEL      TO WRK-TEL.
             MOVE REG-EMAIL    TO WRK-EMAIL.
             MOVE REG-ENDERECO TO WRK-ENDERECO.
             MOVE REG-END-NUMERO TO WRK-END-NUMERO.
             MOVE REG-END-BAIRRO TO WRK-END-BAIRRO.
             MOVE REG-END-CIDADE TO WRK-END-CIDADE.
             MOVE REG-END-UF     TO WRK-END-UF.
             MOVE REG-END-CEP    TO WRK-END-CEP.
             MOVE SPACES         TO WRK-MSG-END.

             MOVE "N" TO WRK-SW-TELA.
             PERFORM 0212-EXIBIR-TELA UNTIL TELA-VALIDADA.
             MOVE WRK-TEL      TO REG-TEL.
             MOVE WRK-EMAIL    TO REG-EMAIL.
             MOVE WRK-ENDERECO TO REG-ENDERECO.
             MOVE WRK-END-NUMERO TO REG-END-NUMERO.
             MOVE WRK-END-BAIRRO TO REG-END-BAIRRO.
             MOVE WRK-END-CIDADE TO REG-END-CIDADE.
             MOVE WRK-END-UF     TO REG-END-UF.
             MOVE WRK-END-CEP    TO REG-END-CEP.

      *--------------------------------------------------------------
      *  0212-EXIBIR-TELA: MOSTRA A TELA COM OS VALORES ATUAIS JA
               MOVE "N" TO WRK-SW-TELA
             END-IF.

      *--- O REGISTRO LIDO AINDA ESTA NO BUFFER: SO CRITICA O
      *--- ENDERECO QUANDO ALGUMA PARTE DELE FOI ALTERADA
             MOVE SPACES TO WRK-MSG-END.
             IF WRK-ENDERECO   NOT EQUAL REG-ENDERECO
                OR WRK-END-NUMERO NOT EQUAL REG-END-NUMERO
                OR WRK-END-BAIRRO NOT EQUAL REG-END-BAIRRO
                OR WRK-END-CIDADE NOT EQUAL REG-END-CIDADE
                OR WRK-END-UF     NOT EQUAL REG-END-UF
                OR WRK-END-CEP    NOT EQUAL REG-END-CEP
               PERFORM 0118-VALIDAR-ENDERECO
             END-IF.

           COPY "CAMARQP.cpy".
           COPY "ENDTELAP.cpy".
           COPY "TABUFP.cpy".
       0230-AUDITAR-ATUALIZACAO         SECTION.
             MOVE 'A'             TO AUD-OPERACAO.
             MOVE REG-ID          TO AUD-ID.
