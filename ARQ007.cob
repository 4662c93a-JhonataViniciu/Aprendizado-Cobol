      *==  21/08/2026 - JV - O REGISTRO NOVO E CARIMBADO COM A FILIAL
      *==            ASSINADA NA SESSAO DO ARQMENU (FORA DO MENU VALE
      *==            A VARIAVEL FILIAL; SEM NADA, 01 = MATRIZ).
      *==  15/10/2026 - JV - ENDERECO ESTRUTURADO NA TELA (LOGRADOURO,
      *==            NUMERO, BAIRRO, CIDADE, UF E CEP), CRITICADO
      *==            CONTRA A TABELA DE CEP POR ENDTELAP.cpy.
      *=================================================================

       ENVIRONMENT DIVISION.
           COPY "CAMCNS.cpy".
           COPY "CAMAUD.cpy".
           COPY "DATAMES.cpy".
           COPY "CEPCONS.cpy".
           COPY "TABUF.cpy".
       77  FS-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-AUDITORIA PIC 9(02) VALUE ZEROS.
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  WRK-EMAIL   PIC X(40) VALUE SPACES.
       77  WRK-ENDERECO PIC X(40) VALUE SPACES.
       77  WRK-FILIAL-ENV PIC X(02) VALUE SPACES.
           COPY "ENDTELA.cpy".

      *-------------------- CONTROLE DA TELA ----------------------------
       77  WRK-MSG-NOME  PIC X(30) VALUE SPACES.
           05 LINE 09 COLUMN 16 PIC 9(11) USING WRK-CPF.
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
             MOVE "INFORME 11 DIGITOS NUMERICOS" TO WRK-MSG-TEL
             MOVE "N" TO WRK-SW-TELA
           END-IF.

           PERFORM 0118-VALIDAR-ENDERECO.
       0200-PROCESSAR                  SECTION.

                 MOVE WRK-ID                    TO REG-ID.
                 MOVE WRK-CPF                   TO REG-CPF.
                 MOVE WRK-EMAIL                 TO REG-EMAIL.
                 MOVE WRK-ENDERECO               TO REG-ENDERECO.
                 MOVE WRK-END-NUMERO            TO REG-END-NUMERO.
                 MOVE WRK-END-BAIRRO            TO REG-END-BAIRRO.
                 MOVE WRK-END-CIDADE            TO REG-END-CIDADE.
                 MOVE WRK-END-UF                TO REG-END-UF.
                 MOVE WRK-END-CEP               TO REG-END-CEP.
                 MOVE 'A'                       TO REG-STATUS.

                 CALL "DATAMES" USING WRK-AREA-DATAMES.

           COPY "CAMARQP.cpy".
           COPY "CAMCNSP.cpy".
           COPY "ENDTELAP.cpy".
           COPY "TABUFP.cpy".

      *--------------------------------------------------------------
      *  0117-RESOLVER-FILIAL: A FILIAL DA SESSAO DO ARQMENU
