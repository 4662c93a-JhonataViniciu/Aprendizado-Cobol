       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD032.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: MANUTENCAO DAS FAIXAS DE PRECO POR QUANTIDADE
      *==            (PRECO DE ATACADO) - REGISTRA, PARA UM PRODUTO DO
      *==            CADASTRO, "A PARTIR DE N UNIDADES O PRECO UNITARIO
      *==            E X" COM O PERIODO DE VIGENCIA, E LISTA AS FAIXAS
      *==            GRAVADAS. O PROGRAMA15 E O PROGRAMA42 APLICAM A
      *==            MAIOR FAIXA ATINGIDA PELA QUANTIDADE DA LINHA. UM
      *==            PRECO ABAIXO DO CUSTO MEDIO SO E GRAVADO COM
      *==            CONFIRMACAO - NA VENDA A TRAVA DE MARGEM CONTINUA
      *==            VALENDO.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT FAIXAPRC ASSIGN TO WRK-CAMINHO-FAIXAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAIXAPRC.


       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  FAIXAPRC.
           COPY "FAIXAPRC.cpy".
       WORKING-STORAGE SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMFXP.cpy".
       77  FS-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-FAIXAPRC  PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-OPCAO     PIC X(01) VALUE SPACES.
       77  WRK-CODIGO    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MIN   PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DATA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM  PIC 9(08) VALUE ZEROS.
       77  WRK-CONFIRMA  PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS .

           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             GOBACK
           END-IF.

           PERFORM 0185-OBTER-CAMINHO-FAIXAPRC.

           DISPLAY "OPCAO: (R)EGISTRAR FAIXA OU (L)ISTAR "
             ACCEPT WRK-OPCAO.

       0200-PROCESSAR                  SECTION.
               EVALUATE WRK-OPCAO
                 WHEN 'R'
                 WHEN 'r'
                   PERFORM 0210-REGISTRAR-FAIXA
                 WHEN 'L'
                 WHEN 'l'
                   PERFORM 0240-LISTAR-FAIXAS
                 WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
               END-EVALUATE.

       0210-REGISTRAR-FAIXA             SECTION.
             DISPLAY "CODIGO DO PRODUTO........ "
               ACCEPT WRK-CODIGO.
             MOVE WRK-CODIGO TO PROD-CODIGO.
             READ PRODUTOS KEY IS PROD-CODIGO
               INVALID KEY
                 DISPLAY "PRODUTO NAO CADASTRADO - CODIGO " WRK-CODIGO
               NOT INVALID KEY
                 DISPLAY "PRODUTO: " PROD-DESCRICAO
                 DISPLAY "PRECO DE TABELA: " PROD-VALOR
                         " CUSTO MEDIO: " PROD-CUSTO-MEDIO
                 PERFORM 0220-RECEBER-FAIXA
             END-READ.

       0220-RECEBER-FAIXA               SECTION.
             MOVE ZEROS TO WRK-QTD-MIN.
             PERFORM UNTIL WRK-QTD-MIN GREATER 1
               DISPLAY "A PARTIR DE QUANTAS UNIDADES (MINIMO 2) "
                 ACCEPT WRK-QTD-MIN
             END-PERFORM.

             MOVE ZEROS TO WRK-VALOR.
             PERFORM UNTIL WRK-VALOR GREATER ZEROS
               DISPLAY "PRECO UNITARIO DA FAIXA.. "
                 ACCEPT WRK-VALOR
             END-PERFORM.

             IF WRK-VALOR NOT LESS PROD-VALOR
               DISPLAY "PRECO DA FAIXA NAO E MENOR QUE O DE TABELA - "
                       "FAIXA NAO REGISTRADA"
               GO TO 0220-RECEBER-FAIXA-SAIDA
             END-IF.

             IF WRK-VALOR LESS PROD-CUSTO-MEDIO
               DISPLAY "ATENCAO: PRECO DA FAIXA ABAIXO DO CUSTO MEDIO "
                       PROD-CUSTO-MEDIO
               DISPLAY "CONFIRMA A FAIXA? (S/N) "
                 ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT EQUAL "S"
                  AND WRK-CONFIRMA NOT EQUAL "s"
                 DISPLAY "FAIXA NAO REGISTRADA"
                 GO TO 0220-RECEBER-FAIXA-SAIDA
               END-IF
             END-IF.

             DISPLAY "INICIO DA VIGENCIA (AAAAMMDD) "
               ACCEPT WRK-DATA-INI.
             MOVE ZEROS TO WRK-DATA-FIM.
             PERFORM UNTIL WRK-DATA-FIM IS GREATER THAN OR EQUAL TO
                             WRK-DATA-INI
                       AND WRK-DATA-FIM GREATER ZEROS
               DISPLAY "FIM DA VIGENCIA (AAAAMMDD) "
                 ACCEPT WRK-DATA-FIM
               IF WRK-DATA-FIM LESS WRK-DATA-INI
                 DISPLAY "FIM NAO PODE SER ANTERIOR AO INICIO"
               END-IF
             END-PERFORM.

             OPEN EXTEND FAIXAPRC.
             IF FS-FAIXAPRC EQUAL 35
               OPEN OUTPUT FAIXAPRC
             END-IF.
             IF FS-FAIXAPRC NOT EQUAL 0
               DISPLAY "ARQUIVO DE FAIXAS DE PRECO NAO FOI ABERTO - "
                       "STATUS " FS-FAIXAPRC
             ELSE
               MOVE WRK-CODIGO   TO FXP-CODIGO
               MOVE WRK-QTD-MIN  TO FXP-QTD-MIN
               MOVE WRK-VALOR    TO FXP-VALOR
               MOVE WRK-DATA-INI TO FXP-DATA-INI
               MOVE WRK-DATA-FIM TO FXP-DATA-FIM
               WRITE REG-FAIXAPRC
               CLOSE FAIXAPRC
               DISPLAY "FAIXA DE PRECO REGISTRADA COM SUCESSO"
             END-IF.
       0220-RECEBER-FAIXA-SAIDA.
             EXIT.

       0240-LISTAR-FAIXAS               SECTION.
             OPEN INPUT FAIXAPRC.
             IF FS-FAIXAPRC NOT EQUAL 0
               DISPLAY "NENHUMA FAIXA DE PRECO REGISTRADA"
             ELSE
               READ FAIXAPRC NEXT RECORD
               PERFORM UNTIL FS-FAIXAPRC NOT EQUAL 00
                 DISPLAY "PRODUTO " FXP-CODIGO
                         " A PARTIR DE " FXP-QTD-MIN
                         " UN PRECO " FXP-VALOR
                         " DE " FXP-DATA-INI
                         " ATE " FXP-DATA-FIM
                 READ FAIXAPRC NEXT RECORD
               END-PERFORM
               CLOSE FAIXAPRC
             END-IF.

           COPY "CAMPRODP.cpy".
           COPY "CAMFXPP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
               CLOSE PRODUTOS.
