       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA87.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: IMPORTACAO DOS PEDIDOS DA LOJA VIRTUAL PARA
      *==           ENCOMENDAS - SUBSTITUI A REDIGITACAO NO PROGRAMA43.
      *==           O ARQUIVO DA LOJA (WEBPED.DAT) TEM, SEPARADOS POR
      *==           PONTO E VIRGULA, UMA LINHA DE CABECALHO POR PEDIDO
      *==             P;PEDIDO;CPF;NOME;TELEFONE;EMAIL;LOGRADOURO;
      *==               NUMERO;BAIRRO;CEP
      *==           SEGUIDA DAS LINHAS DE ITEM
      *==             I;PEDIDO;CODIGO OU EAN;QUANTIDADE
      *==           O CLIENTE E ACHADO PELO CPF (CHAVE ALTERNATIVA DO
      *==           ARQ016) OU CADASTRADO COM O PROXIMO ID, COM TRILHA
      *==           DE AUDITORIA COMO NO ARQ011. O PRODUTO VEM PELO
      *==           CODIGO INTERNO OU PELO EAN (CODBARRA.DAT) E A
      *==           RESERVA SEGUE A REGRA DO PROGRAMA43 - SO CONTRA O
      *==           SALDO LIVRE, PRECO DO DIA CONGELADO. O QUE NAO E
      *==           RESERVADO VAI PARA O WEBREJ.DAT COM O CODIGO DO
      *==           MOTIVO. O PEDIDO FICA AMARRADO A ENCOMENDA NO
      *==           WEBCTL.DAT E, NO FIM, O WEBSTAT.DAT E REGRAVADO COM
      *==           A SITUACAO DE CADA PEDIDO (RESERVADO, PARCIAL,
      *==           RECUSADO, ENTREGUE PELO PROGRAMA44 OU CANCELADO).
      *==           SEM ARQUIVO DA LOJA SO A SITUACAO E ATUALIZADA.
      *==           EXECUCAO NO BATCHLOG COM O BALANCEAMENTO DO LOTE.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CODBARRA ASSIGN TO WRK-CAMINHO-CODBARRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CODBARRA.

           SELECT ENCOMENDAS ASSIGN TO WRK-CAMINHO-ENCOMEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENCOMENDAS.

           SELECT AUDITORIA ASSIGN TO WRK-CAMINHO-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT WEBPED ASSIGN TO WRK-CAMINHO-WEBPED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WEBPED.

           SELECT WEBREJ ASSIGN TO WRK-CAMINHO-WEBREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WEBREJ.

           SELECT WEBCTL ASSIGN TO WRK-CAMINHO-WEBCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WEBCTL.

           SELECT WEBSTAT ASSIGN TO WRK-CAMINHO-WEBSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WEBSTAT.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".

       FD  CLIENTES.
           COPY "CLIENTES.cpy".

       FD  CODBARRA.
           COPY "CODBARRA.cpy".

       FD  ENCOMENDAS.
           COPY "ENCOMEND.cpy".

       FD  AUDITORIA.
           COPY "AUDITORIA.cpy".

       FD  WEBPED.
       01  REG-WEBPED                 PIC X(200).

       FD  WEBREJ.
           COPY "WEBREJ.cpy".

       FD  WEBCTL.
           COPY "WEBCTL.cpy".

       FD  WEBSTAT.
           COPY "WEBSTAT.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMARQ.cpy".
           COPY "CAMEAN.cpy".
           COPY "CAMENC.cpy".
           COPY "CAMAUD.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
           COPY "CEPCONS.cpy".
       77  FS-PRODUTOS         PIC 9(02)    VALUE ZEROS.
       77  FS-CLIENTES         PIC 9(02)    VALUE ZEROS.
       77  FS-CODBARRA         PIC 9(02)    VALUE ZEROS.
       77  FS-ENCOMENDAS       PIC 9(02)    VALUE ZEROS.
       77  FS-AUDITORIA        PIC 9(02)    VALUE ZEROS.
       77  FS-WEBPED           PIC 9(02)    VALUE ZEROS.
       77  FS-WEBREJ           PIC 9(02)    VALUE ZEROS.
       77  FS-WEBCTL           PIC 9(02)    VALUE ZEROS.
       77  FS-WEBSTAT          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-WEBPED  PIC X(100)   VALUE
           "C:/COBOL/DADOS/WEBPED.DAT.txt".
       77  WRK-CAMINHO-WEBREJ  PIC X(100)   VALUE
           "C:/COBOL/DADOS/WEBREJ.DAT.txt".
       77  WRK-CAMINHO-WEBCTL  PIC X(100)   VALUE
           "C:/COBOL/DADOS/WEBCTL.DAT.txt".
       77  WRK-CAMINHO-WEBSTAT PIC X(100)   VALUE
           "C:/COBOL/DADOS/WEBSTAT.DAT.txt".

      *--- FILIAL QUE ATENDE A LOJA VIRTUAL (CONFIG WEB_FILIAL) ---
       77  WRK-CFG-FILIAL      PIC X(100)   VALUE "01".
       77  WRK-FILIAL          PIC 9(02)    VALUE 01.
       77  WRK-SW-WEBPED       PIC X(01)    VALUE "N".
           88 HA-ARQUIVO-DA-LOJA            VALUE "S".

      *--- CAMPOS DA LINHA DO ARQUIVO DA LOJA ---
       77  WRK-WEB-TIPO        PIC X(01)    VALUE SPACES.
       77  WRK-WEB-PEDIDO      PIC X(10)    VALUE SPACES.
       77  WRK-WEB-CPF         PIC X(11)    VALUE SPACES.
       77  WRK-WEB-NOME        PIC X(20)    VALUE SPACES.
       77  WRK-WEB-TEL         PIC X(11)    VALUE SPACES.
       77  WRK-WEB-EMAIL       PIC X(40)    VALUE SPACES.
       77  WRK-WEB-ENDERECO    PIC X(40)    VALUE SPACES.
       77  WRK-WEB-NUMERO      PIC X(06)    VALUE SPACES.
       77  WRK-WEB-BAIRRO      PIC X(20)    VALUE SPACES.
       77  WRK-WEB-CEP         PIC X(09)    VALUE SPACES.
       77  WRK-WEB-CODIGO      PIC X(13)    VALUE SPACES.
       77  WRK-WEB-QTD         PIC X(03)    VALUE SPACES.
       77  WRK-CEP-DIGITOS     PIC X(08)    VALUE SPACES.
       77  WRK-MOTIVO-REJ      PIC X(03)    VALUE SPACES.

      *--- PEDIDO EM TRATAMENTO ---
       77  WRK-ATU-PEDIDO      PIC X(10)    VALUE SPACES.
       77  WRK-SW-PEDIDO       PIC X(01)    VALUE "N".
           88 SEM-PEDIDO                    VALUE "N".
           88 PEDIDO-ACEITO                 VALUE "A".
           88 PEDIDO-RECUSADO               VALUE "R".
           88 PEDIDO-DUPLICADO              VALUE "D".
       77  WRK-ATU-ID-CLIENTE  PIC 9(04)    VALUE ZEROS.
       77  WRK-ATU-ENCOMENDA   PIC 9(06)    VALUE ZEROS.
       77  WRK-ATU-ITENS       PIC 9(03)    VALUE ZEROS.
       77  WRK-ATU-RESERV      PIC 9(03)    VALUE ZEROS.
       77  WRK-ATU-VALOR       PIC 9(08)V99 VALUE ZEROS.

      *--- CLIENTE: CPF, PROXIMO ID ---
       01  WRK-CPF                    PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-RED REDEFINES WRK-CPF.
           05 WRK-CPF-DIGITO          PIC 9(01) OCCURS 11 TIMES.
       77  WRK-IND-CPF                PIC 9(02) VALUE ZEROS.
       77  WRK-PESO-CPF               PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA-CPF               PIC 9(04) VALUE ZEROS.
       77  WRK-QOCIENTE-CPF           PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-CPF              PIC 9(02) VALUE ZEROS.
       77  WRK-DV1-CPF                PIC 9(02) VALUE ZEROS.
       77  WRK-DV2-CPF                PIC 9(02) VALUE ZEROS.
       77  WRK-SW-CPF                 PIC X(01) VALUE "N".
           88 CPF-VALIDO                       VALUE "S".
       77  WRK-SW-CLIENTE             PIC X(01) VALUE "N".
           88 CLIENTE-ACHADO                   VALUE "S".
           88 CLIENTE-INATIVO                  VALUE "I".
       77  WRK-ULTIMO-ID              PIC 9(04) VALUE ZEROS.

      *--- CODIGOS DE BARRA (EAN -> CODIGO INTERNO) EM MEMORIA ---
       01  WRK-TAB-EANS.
           05 WRK-EAN-ITEM OCCURS 300 TIMES.
              10 WRK-EAN-BARRA    PIC 9(13).
              10 WRK-EAN-CODIGO   PIC 9(05).
       77  WRK-QTD-EANS        PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-EANS        PIC 9(03)    VALUE 300.
       77  WRK-IND-EAN         PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-EAN          PIC X(01)    VALUE "N".
           88 EAN-ACHADO                    VALUE "S".
       77  WRK-COD-INTERNO     PIC 9(05)    VALUE ZEROS.

      *--- RESERVAS ABERTAS POR PRODUTO (SALDO LIVRE) ---
       01  WRK-TAB-RESERVAS.
           05 WRK-RES-ITEM OCCURS 200 TIMES.
              10 WRK-RES-CODIGO   PIC 9(05).
              10 WRK-RES-QTD      PIC 9(05).
       77  WRK-QTD-RESERVAS    PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-RESERVAS    PIC 9(03)    VALUE 200.
       77  WRK-IND-RESERVA     PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-RESERVA      PIC X(01)    VALUE "N".
           88 RESERVA-ACHADA                VALUE "S".
       77  WRK-QTD-RESERVADA   PIC 9(05)    VALUE ZEROS.
       77  WRK-SALDO-LIVRE     PIC S9(06)   VALUE ZEROS.
       77  WRK-QTD             PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-ALFA        PIC X(03)    VALUE ZEROS.
       77  WRK-ULTIMA-ENCOMENDA PIC 9(06)   VALUE ZEROS.

      *--- PEDIDOS JA IMPORTADOS (WEBCTL.DAT) EM MEMORIA ---
       01  WRK-TAB-PEDIDOS.
           05 WRK-PED-ITEM OCCURS 2000 TIMES.
              10 WRK-PED-REG        PIC X(46).
              10 WRK-PED-ENCOMENDA  PIC 9(06).
              10 WRK-PED-ABERTAS    PIC 9(03).
              10 WRK-PED-ENTREGUES  PIC 9(03).
              10 WRK-PED-CANCELADAS PIC 9(03).
       77  WRK-QTD-PEDIDOS     PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-PEDIDOS     PIC 9(04)    VALUE 2000.
       77  WRK-IND-PEDIDO      PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-PED-ACHADO   PIC X(01)    VALUE "N".
           88 PEDIDO-ACHADO                 VALUE "S".

      *--- ACUMULADORES DO LOTE ---
       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-ACEITAS    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-REJEITADAS PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-PEDIDOS    PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-CLI-NOVOS  PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-ITENS      PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-RESERVADO   PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           CALL "CONFIG" USING
               "WEB_FILIAL          " WRK-CFG-FILIAL.
           IF WRK-CFG-FILIAL(1:2) IS NUMERIC
              AND WRK-CFG-FILIAL(1:2) NOT EQUAL "00"
             MOVE WRK-CFG-FILIAL(1:2) TO WRK-FILIAL
           END-IF.
           CALL "CONFIG" USING
               "WEBPED_DAT          " WRK-CAMINHO-WEBPED.
           CALL "CONFIG" USING
               "WEBREJ_DAT          " WRK-CAMINHO-WEBREJ.
           CALL "CONFIG" USING
               "WEBCTL_DAT          " WRK-CAMINHO-WEBCTL.
           CALL "CONFIG" USING
               "WEBSTAT_DAT         " WRK-CAMINHO-WEBSTAT.

           PERFORM 0110-CARREGAR-PEDIDOS.

           OPEN INPUT WEBPED.
           IF FS-WEBPED NOT EQUAL 0
             DISPLAY "SEM ARQUIVO DA LOJA VIRTUAL - SO A SITUACAO DOS "
                     "PEDIDOS SERA ATUALIZADA"
             GO TO 0100-INICIALIZAR-SAIDA
           END-IF.

           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - STATUS "
                     FS-PRODUTOS
             CLOSE WEBPED
             GOBACK
           END-IF.

           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
             DISPLAY "CADASTRO DE CLIENTES NAO FOI ABERTO - STATUS "
                     FS-CLIENTES
             CLOSE PRODUTOS
             CLOSE WEBPED
             GOBACK
           END-IF.
           PERFORM 0115-OBTER-ULTIMO-ID.

           PERFORM 0106-OBTER-CAMINHO-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 0
             DISPLAY "ARQUIVO DE AUDITORIA NAO FOI ABERTO - STATUS "
                     FS-AUDITORIA
             CLOSE PRODUTOS
             CLOSE CLIENTES
             CLOSE WEBPED
             GOBACK
           END-IF.

           PERFORM 0141-CARREGAR-CODBARRA.
           PERFORM 0142-CARREGAR-RESERVAS.

           OPEN OUTPUT WEBREJ.
           IF FS-WEBREJ NOT EQUAL 0
             DISPLAY "ARQUIVO DE REJEITADOS NAO FOI ABERTO - STATUS "
                     FS-WEBREJ
             CLOSE PRODUTOS
             CLOSE CLIENTES
             CLOSE AUDITORIA
             CLOSE WEBPED
             GOBACK
           END-IF.

           OPEN EXTEND ENCOMENDAS.
           IF FS-ENCOMENDAS EQUAL 35
             OPEN OUTPUT ENCOMENDAS
           END-IF.
           IF FS-ENCOMENDAS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ENCOMENDAS NAO FOI ABERTO - STATUS "
                     FS-ENCOMENDAS
             CLOSE PRODUTOS
             CLOSE CLIENTES
             CLOSE AUDITORIA
             CLOSE WEBPED
             CLOSE WEBREJ
             GOBACK
           END-IF.
           SET HA-ARQUIVO-DA-LOJA TO TRUE.
       0100-INICIALIZAR-SAIDA.
           EXIT.

      *--- O CONTROLE DOS PEDIDOS JA IMPORTADOS VAI TODO PARA A MEMORIA
       0110-CARREGAR-PEDIDOS           SECTION.
           OPEN INPUT WEBCTL.
           IF FS-WEBCTL NOT EQUAL 0
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ WEBCTL NEXT RECORD.
           PERFORM UNTIL FS-WEBCTL NOT EQUAL 00
             MOVE WBC-PEDIDO TO WRK-ATU-PEDIDO
             PERFORM 0255-GUARDAR-PEDIDO
             READ WEBCTL NEXT RECORD
           END-PERFORM.
           CLOSE WEBCTL.
           MOVE SPACES TO WRK-ATU-PEDIDO.
       0110-CARREGAR-SAIDA.
           EXIT.

      *--- O CADASTRO E LIDO NA ORDEM DO ID: O ULTIMO LIDO E O MAIOR ---
       0115-OBTER-ULTIMO-ID            SECTION.
           MOVE ZEROS TO WRK-ULTIMO-ID.
           READ CLIENTES NEXT RECORD.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
             MOVE REG-ID TO WRK-ULTIMO-ID
             READ CLIENTES NEXT RECORD
           END-PERFORM.

       0141-CARREGAR-CODBARRA          SECTION.
           PERFORM 0152-OBTER-CAMINHO-CODBARRA.
           OPEN INPUT CODBARRA.
           IF FS-CODBARRA NOT EQUAL 0
             GO TO 0141-CARREGAR-SAIDA
           END-IF.
           READ CODBARRA NEXT RECORD.
           PERFORM UNTIL FS-CODBARRA NOT EQUAL 00
             IF WRK-QTD-EANS LESS WRK-MAX-EANS
               ADD 1 TO WRK-QTD-EANS
               MOVE EAN-CODIGO-BARRA TO WRK-EAN-BARRA(WRK-QTD-EANS)
               MOVE EAN-PROD-CODIGO  TO WRK-EAN-CODIGO(WRK-QTD-EANS)
             END-IF
             READ CODBARRA NEXT RECORD
           END-PERFORM.
           CLOSE CODBARRA.
       0141-CARREGAR-SAIDA.
           EXIT.

      *--- RESERVAS ABERTAS E ULTIMO NUMERO DE ENCOMENDA ---
       0142-CARREGAR-RESERVAS          SECTION.
           MOVE ZEROS TO WRK-ULTIMA-ENCOMENDA.
           PERFORM 0138-OBTER-CAMINHO-ENCOMEND.
           OPEN INPUT ENCOMENDAS.
           IF FS-ENCOMENDAS NOT EQUAL 0
             GO TO 0142-CARREGAR-SAIDA
           END-IF.
           READ ENCOMENDAS NEXT RECORD.
           PERFORM UNTIL FS-ENCOMENDAS NOT EQUAL 00
             IF ENC-NUMERO GREATER WRK-ULTIMA-ENCOMENDA
               MOVE ENC-NUMERO TO WRK-ULTIMA-ENCOMENDA
             END-IF
             IF ENC-ABERTA
               PERFORM 0143-ACUMULAR-RESERVA
             END-IF
             READ ENCOMENDAS NEXT RECORD
           END-PERFORM.
           CLOSE ENCOMENDAS.
       0142-CARREGAR-SAIDA.
           EXIT.

       0143-ACUMULAR-RESERVA           SECTION.
           MOVE 1   TO WRK-IND-RESERVA.
           MOVE "N" TO WRK-SW-RESERVA.
           PERFORM 0144-LOCALIZAR-RESERVA
             UNTIL WRK-IND-RESERVA GREATER WRK-QTD-RESERVAS
                OR RESERVA-ACHADA.
           IF RESERVA-ACHADA
             ADD ENC-QTD TO WRK-RES-QTD(WRK-IND-RESERVA)
           ELSE
             IF WRK-QTD-RESERVAS LESS WRK-MAX-RESERVAS
               ADD 1 TO WRK-QTD-RESERVAS
               MOVE ENC-CODIGO TO WRK-RES-CODIGO(WRK-QTD-RESERVAS)
               MOVE ENC-QTD    TO WRK-RES-QTD(WRK-QTD-RESERVAS)
             END-IF
           END-IF.

       0144-LOCALIZAR-RESERVA          SECTION.
           IF WRK-RES-CODIGO(WRK-IND-RESERVA) EQUAL ENC-CODIGO
             SET RESERVA-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-RESERVA
           END-IF.

       0200-PROCESSAR                  SECTION.
           IF HA-ARQUIVO-DA-LOJA
             READ WEBPED NEXT RECORD
             PERFORM UNTIL FS-WEBPED NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               PERFORM 0210-TRATAR-LINHA
               READ WEBPED NEXT RECORD
             END-PERFORM
             PERFORM 0250-FECHAR-PEDIDO
             CLOSE ENCOMENDAS
           END-IF.
           PERFORM 0270-GERAR-SITUACAO.
           PERFORM 0280-REGRAVAR-CONTROLE.

       0210-TRATAR-LINHA               SECTION.
           MOVE SPACES TO WRK-WEB-TIPO WRK-WEB-PEDIDO WRK-WEB-CPF
                          WRK-WEB-NOME WRK-WEB-TEL WRK-WEB-EMAIL
                          WRK-WEB-ENDERECO WRK-WEB-NUMERO
                          WRK-WEB-BAIRRO WRK-WEB-CEP.
           EVALUATE REG-WEBPED(1:2)
             WHEN "P;"
               UNSTRING REG-WEBPED DELIMITED BY ";"
                 INTO WRK-WEB-TIPO     WRK-WEB-PEDIDO  WRK-WEB-CPF
                      WRK-WEB-NOME     WRK-WEB-TEL     WRK-WEB-EMAIL
                      WRK-WEB-ENDERECO WRK-WEB-NUMERO  WRK-WEB-BAIRRO
                      WRK-WEB-CEP
               END-UNSTRING
               PERFORM 0250-FECHAR-PEDIDO
               PERFORM 0220-TRATAR-CABECALHO
             WHEN "I;"
               MOVE SPACES TO WRK-WEB-CODIGO WRK-WEB-QTD
               UNSTRING REG-WEBPED DELIMITED BY ";"
                 INTO WRK-WEB-TIPO WRK-WEB-PEDIDO
                      WRK-WEB-CODIGO WRK-WEB-QTD
               END-UNSTRING
               PERFORM 0230-TRATAR-ITEM
             WHEN OTHER
               MOVE "012" TO WRK-MOTIVO-REJ
               PERFORM 0260-GRAVAR-REJEITO
           END-EVALUATE.

      *--------------------------------------------------------------
      *  0220-TRATAR-CABECALHO: PEDIDO JA RESERVADO EM EXECUCAO
      *  ANTERIOR E RECUSADO COMO DUPLICADO; DEPOIS O CLIENTE E
      *  ACHADO PELO CPF OU CADASTRADO. QUALQUER RECUSA DO CABECALHO
      *  RECUSA OS ITENS DO PEDIDO.
      *--------------------------------------------------------------
       0220-TRATAR-CABECALHO           SECTION.
           MOVE WRK-WEB-PEDIDO TO WRK-ATU-PEDIDO.
           MOVE ZEROS TO WRK-ATU-ID-CLIENTE WRK-ATU-ENCOMENDA
                         WRK-ATU-ITENS WRK-ATU-RESERV WRK-ATU-VALOR.
           MOVE "R"   TO WRK-SW-PEDIDO.

           IF WRK-ATU-PEDIDO EQUAL SPACES
             MOVE "N"   TO WRK-SW-PEDIDO
             MOVE "012" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0220-TRATAR-SAIDA
           END-IF.

           PERFORM 0256-LOCALIZAR-PEDIDO.
           IF PEDIDO-ACHADO
             MOVE WRK-PED-REG(WRK-IND-PEDIDO) TO REG-WEBCTL
             IF WBC-QTD-RESERV GREATER ZEROS
               MOVE "D"   TO WRK-SW-PEDIDO
               MOVE "001" TO WRK-MOTIVO-REJ
               PERFORM 0260-GRAVAR-REJEITO
               GO TO 0220-TRATAR-SAIDA
             END-IF
           END-IF.

           IF WRK-WEB-CPF IS NOT NUMERIC
             MOVE "002" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0220-TRATAR-SAIDA
           END-IF.
           MOVE WRK-WEB-CPF TO WRK-CPF.
           PERFORM 0240-VALIDAR-CPF.
           IF NOT CPF-VALIDO
             MOVE "002" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0220-TRATAR-SAIDA
           END-IF.

           PERFORM 0225-LOCALIZAR-CLIENTE.
           IF CLIENTE-INATIVO
             MOVE "003" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0220-TRATAR-SAIDA
           END-IF.
           IF NOT CLIENTE-ACHADO
             PERFORM 0227-CADASTRAR-CLIENTE
             IF WRK-MOTIVO-REJ NOT EQUAL SPACES
               PERFORM 0260-GRAVAR-REJEITO
               GO TO 0220-TRATAR-SAIDA
             END-IF
           END-IF.

           MOVE "A" TO WRK-SW-PEDIDO.
           ADD 1 TO WRK-ACUM-ACEITAS.
       0220-TRATAR-SAIDA.
           EXIT.

      *--- O CPF ADMITE DUPLICATAS: VALE O PRIMEIRO REGISTRO ATIVO ---
       0225-LOCALIZAR-CLIENTE          SECTION.
           MOVE "N"     TO WRK-SW-CLIENTE.
           MOVE WRK-CPF TO REG-CPF.
           READ CLIENTES KEY IS REG-CPF
             INVALID KEY
               GO TO 0225-LOCALIZAR-SAIDA
           END-READ.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                      OR REG-CPF NOT EQUAL WRK-CPF
                      OR CLIENTE-ACHADO
             IF REG-STATUS EQUAL 'I'
               MOVE "I" TO WRK-SW-CLIENTE
               READ CLIENTES NEXT RECORD
             ELSE
               MOVE "S"    TO WRK-SW-CLIENTE
               MOVE REG-ID TO WRK-ATU-ID-CLIENTE
             END-IF
           END-PERFORM.
       0225-LOCALIZAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0227-CADASTRAR-CLIENTE: CLIENTE NOVO COM O PROXIMO ID, NAS
      *  REGRAS DO ARQ011 - CEP INFORMADO E CONFERIDO NA TABELA DE
      *  CEP E DELA VEM A CIDADE E A UF. DEVOLVE O MOTIVO EM
      *  WRK-MOTIVO-REJ QUANDO NAO CADASTRA.
      *--------------------------------------------------------------
       0227-CADASTRAR-CLIENTE          SECTION.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           IF WRK-WEB-NOME EQUAL SPACES
             MOVE "004" TO WRK-MOTIVO-REJ
             GO TO 0227-CADASTRAR-SAIDA
           END-IF.

           MOVE SPACES TO CEC-SW-RESULTADO.
           MOVE SPACES TO WRK-CEP-DIGITOS.
           IF WRK-WEB-CEP NOT EQUAL SPACES
             IF WRK-WEB-CEP(6:1) EQUAL "-"
               STRING WRK-WEB-CEP(1:5) WRK-WEB-CEP(7:3)
                 DELIMITED BY SIZE INTO WRK-CEP-DIGITOS
             ELSE
               MOVE WRK-WEB-CEP TO WRK-CEP-DIGITOS
             END-IF
             IF WRK-CEP-DIGITOS IS NUMERIC
               MOVE WRK-CEP-DIGITOS TO CEC-CEP
               CALL "CEPCONS" USING WRK-AREA-CEPCONS
             ELSE
               MOVE "N" TO CEC-SW-RESULTADO
             END-IF
           END-IF.
           IF CEC-NAO-ACHADO
             MOVE "005" TO WRK-MOTIVO-REJ
             GO TO 0227-CADASTRAR-SAIDA
           END-IF.

           IF WRK-ULTIMO-ID EQUAL 9999
             MOVE "006" TO WRK-MOTIVO-REJ
             GO TO 0227-CADASTRAR-SAIDA
           END-IF.

           ADD 1 TO WRK-ULTIMO-ID.
           MOVE WRK-ULTIMO-ID    TO REG-ID.
           MOVE WRK-WEB-NOME     TO REG-NOME.
           MOVE WRK-WEB-TEL      TO REG-TEL.
           MOVE WRK-CPF          TO REG-CPF.
           MOVE 'A'              TO REG-STATUS.
           MOVE WRK-WEB-EMAIL    TO REG-EMAIL.
           MOVE WRK-WEB-ENDERECO TO REG-ENDERECO.
           MOVE DTM-AAAAMMDD     TO REG-DATA-CRIACAO.
           MOVE WRK-FILIAL       TO REG-FILIAL.
           MOVE WRK-WEB-NUMERO   TO REG-END-NUMERO.
           MOVE WRK-WEB-BAIRRO   TO REG-END-BAIRRO.
           MOVE SPACES           TO REG-END-CIDADE REG-END-UF.
           MOVE ZEROS            TO REG-END-CEP.
           IF CEC-ACHADO
             MOVE WRK-CEP-DIGITOS TO REG-END-CEP
             MOVE CEC-CIDADE      TO REG-END-CIDADE
             MOVE CEC-UF          TO REG-END-UF
             IF REG-ENDERECO EQUAL SPACES
               MOVE CEC-LOGRADOURO TO REG-ENDERECO
             END-IF
             IF REG-END-BAIRRO EQUAL SPACES
               MOVE CEC-BAIRRO TO REG-END-BAIRRO
             END-IF
           END-IF.
           IF WRK-CEP-DIGITOS IS NUMERIC
             MOVE WRK-CEP-DIGITOS TO REG-END-CEP
           END-IF.
           WRITE REG-CLIENTES
             INVALID KEY
               MOVE "006" TO WRK-MOTIVO-REJ
               GO TO 0227-CADASTRAR-SAIDA
           END-WRITE.
           MOVE REG-ID TO WRK-ATU-ID-CLIENTE.
           ADD 1 TO WRK-ACUM-CLI-NOVOS.

           MOVE 'G'        TO AUD-OPERACAO.
           MOVE REG-ID     TO AUD-ID.
           MOVE SPACES     TO AUD-ANTES-NOME.
           MOVE SPACES     TO AUD-ANTES-TEL.
           MOVE SPACES     TO AUD-ANTES-STATUS.
           MOVE REG-NOME   TO AUD-DEPOIS-NOME.
           MOVE REG-TEL    TO AUD-DEPOIS-TEL.
           MOVE REG-STATUS TO AUD-DEPOIS-STATUS.
           MOVE ZEROS      TO AUD-ANTES-CPF.
           MOVE SPACES     TO AUD-ANTES-EMAIL.
           MOVE SPACES     TO AUD-ANTES-ENDERECO.
           MOVE REG-CPF    TO AUD-DEPOIS-CPF.
           MOVE REG-EMAIL  TO AUD-DEPOIS-EMAIL.
           MOVE REG-ENDERECO TO AUD-DEPOIS-ENDERECO.
           MOVE REG-DATA-CRIACAO TO AUD-DATA-CRIACAO.
           MOVE "CADASTRO PELA LOJA VIRTUAL" TO AUD-MOTIVO.
           PERFORM 0120-REGISTRAR-AUDITORIA.
       0227-CADASTRAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0230-TRATAR-ITEM: SO ITEM DO PEDIDO ACEITO E RESERVADO. A
      *  PRIMEIRA LINHA RESERVADA ABRE O NUMERO DA ENCOMENDA.
      *--------------------------------------------------------------
       0230-TRATAR-ITEM                SECTION.
           IF NOT PEDIDO-ACEITO AND NOT PEDIDO-RECUSADO
              OR WRK-WEB-PEDIDO NOT EQUAL WRK-ATU-PEDIDO
             MOVE "007" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0230-TRATAR-SAIDA
           END-IF.
           ADD 1 TO WRK-ATU-ITENS.
           IF PEDIDO-RECUSADO
             MOVE "007" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0230-TRATAR-SAIDA
           END-IF.

           MOVE ZEROS TO WRK-QTD-ALFA.
           PERFORM 0235-RESOLVER-CODIGO.
           IF NOT EAN-ACHADO
             MOVE "008" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0230-TRATAR-SAIDA
           END-IF.
           MOVE WRK-COD-INTERNO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               MOVE "008" TO WRK-MOTIVO-REJ
               PERFORM 0260-GRAVAR-REJEITO
               GO TO 0230-TRATAR-SAIDA
           END-READ.
           IF PROD-INATIVO
             MOVE "009" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0230-TRATAR-SAIDA
           END-IF.

           EVALUATE TRUE
             WHEN WRK-WEB-QTD(2:2) EQUAL SPACES
               MOVE WRK-WEB-QTD(1:1) TO WRK-QTD-ALFA(3:1)
             WHEN WRK-WEB-QTD(3:1) EQUAL SPACES
               MOVE WRK-WEB-QTD(1:2) TO WRK-QTD-ALFA(2:2)
             WHEN OTHER
               MOVE WRK-WEB-QTD      TO WRK-QTD-ALFA
           END-EVALUATE.
           IF WRK-QTD-ALFA IS NOT NUMERIC
             MOVE "010" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0230-TRATAR-SAIDA
           END-IF.
           MOVE WRK-QTD-ALFA TO WRK-QTD.
           IF WRK-QTD EQUAL ZEROS
             MOVE "010" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0230-TRATAR-SAIDA
           END-IF.

           PERFORM 0245-OBTER-RESERVA.
           COMPUTE WRK-SALDO-LIVRE =
               PROD-QTD-ESTOQUE - WRK-QTD-RESERVADA.
           IF WRK-QTD GREATER WRK-SALDO-LIVRE
             MOVE "011" TO WRK-MOTIVO-REJ
             PERFORM 0260-GRAVAR-REJEITO
             GO TO 0230-TRATAR-SAIDA
           END-IF.

           IF WRK-ATU-ENCOMENDA EQUAL ZEROS
             ADD 1 TO WRK-ULTIMA-ENCOMENDA
             MOVE WRK-ULTIMA-ENCOMENDA TO WRK-ATU-ENCOMENDA
           END-IF.
           MOVE WRK-ATU-ENCOMENDA  TO ENC-NUMERO.
           MOVE WRK-ATU-ID-CLIENTE TO ENC-ID-CLIENTE.
           MOVE DTM-AAAAMMDD       TO ENC-DATA.
           MOVE PROD-CODIGO        TO ENC-CODIGO.
           MOVE PROD-DESCRICAO     TO ENC-DESCRICAO.
           MOVE WRK-QTD            TO ENC-QTD.
           MOVE PROD-VALOR         TO ENC-VALOR.
           MOVE 'A'                TO ENC-STATUS.
           MOVE WRK-FILIAL         TO ENC-FILIAL.
           WRITE REG-ENCOMENDA.
           PERFORM 0143-ACUMULAR-RESERVA.
           ADD 1 TO WRK-ATU-RESERV.
           ADD 1 TO WRK-ACUM-ITENS.
           ADD 1 TO WRK-ACUM-ACEITAS.
           COMPUTE WRK-ATU-VALOR = WRK-ATU-VALOR
                                 + (PROD-VALOR * WRK-QTD).
           COMPUTE WRK-TOT-RESERVADO = WRK-TOT-RESERVADO
                                     + (PROD-VALOR * WRK-QTD).
       0230-TRATAR-SAIDA.
           EXIT.

      *--- CODIGO INTERNO (ATE 5 DIGITOS) OU EAN (13) PELA TABELA ---
       0235-RESOLVER-CODIGO            SECTION.
           MOVE "N"   TO WRK-SW-EAN.
           MOVE ZEROS TO WRK-COD-INTERNO.
           IF WRK-WEB-CODIGO(6:8) EQUAL SPACES
             IF WRK-WEB-CODIGO(1:5) IS NUMERIC
               MOVE WRK-WEB-CODIGO(1:5) TO WRK-COD-INTERNO
               SET EAN-ACHADO TO TRUE
             END-IF
             GO TO 0235-RESOLVER-SAIDA
           END-IF.
           IF WRK-WEB-CODIGO IS NOT NUMERIC
             GO TO 0235-RESOLVER-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-EAN.
           PERFORM 0236-LOCALIZAR-EAN
             UNTIL WRK-IND-EAN GREATER WRK-QTD-EANS
                OR EAN-ACHADO.
           IF EAN-ACHADO
             MOVE WRK-EAN-CODIGO(WRK-IND-EAN) TO WRK-COD-INTERNO
           END-IF.
       0235-RESOLVER-SAIDA.
           EXIT.

       0236-LOCALIZAR-EAN              SECTION.
           IF WRK-EAN-BARRA(WRK-IND-EAN) EQUAL WRK-WEB-CODIGO
             SET EAN-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-EAN
           END-IF.

       0240-VALIDAR-CPF                SECTION.
           MOVE "N"   TO WRK-SW-CPF.
           MOVE ZEROS TO WRK-SOMA-CPF.
           MOVE 10    TO WRK-PESO-CPF.

           PERFORM VARYING WRK-IND-CPF FROM 1 BY 1
               UNTIL WRK-IND-CPF GREATER 9
             COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
                 (WRK-CPF-DIGITO(WRK-IND-CPF) * WRK-PESO-CPF)
             SUBTRACT 1 FROM WRK-PESO-CPF
           END-PERFORM.

           DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-QOCIENTE-CPF
               REMAINDER WRK-RESTO-CPF.
           IF WRK-RESTO-CPF LESS 2
             MOVE ZEROS TO WRK-DV1-CPF
           ELSE
             COMPUTE WRK-DV1-CPF = 11 - WRK-RESTO-CPF
           END-IF.

           MOVE ZEROS TO WRK-SOMA-CPF.
           MOVE 11    TO WRK-PESO-CPF.

           PERFORM VARYING WRK-IND-CPF FROM 1 BY 1
               UNTIL WRK-IND-CPF GREATER 10
             COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
                 (WRK-CPF-DIGITO(WRK-IND-CPF) * WRK-PESO-CPF)
             SUBTRACT 1 FROM WRK-PESO-CPF
           END-PERFORM.

           DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-QOCIENTE-CPF
               REMAINDER WRK-RESTO-CPF.
           IF WRK-RESTO-CPF LESS 2
             MOVE ZEROS TO WRK-DV2-CPF
           ELSE
             COMPUTE WRK-DV2-CPF = 11 - WRK-RESTO-CPF
           END-IF.

           IF WRK-CPF-DIGITO(10) EQUAL WRK-DV1-CPF
              AND WRK-CPF-DIGITO(11) EQUAL WRK-DV2-CPF
             SET CPF-VALIDO TO TRUE
           END-IF.

       0245-OBTER-RESERVA              SECTION.
           MOVE ZEROS TO WRK-QTD-RESERVADA.
           MOVE 1     TO WRK-IND-RESERVA.
           PERFORM 0246-PROCURAR-RESERVA
             UNTIL WRK-IND-RESERVA GREATER WRK-QTD-RESERVAS.

       0246-PROCURAR-RESERVA           SECTION.
           IF WRK-RES-CODIGO(WRK-IND-RESERVA) EQUAL PROD-CODIGO
             MOVE WRK-RES-QTD(WRK-IND-RESERVA) TO WRK-QTD-RESERVADA
           END-IF.
           ADD 1 TO WRK-IND-RESERVA.

      *--------------------------------------------------------------
      *  0250-FECHAR-PEDIDO: O PEDIDO ACEITO OU RECUSADO ENTRA NO
      *  CONTROLE (O DUPLICADO NAO - A LINHA ORIGINAL CONTINUA
      *  VALENDO).
      *--------------------------------------------------------------
       0250-FECHAR-PEDIDO              SECTION.
           IF NOT PEDIDO-ACEITO AND NOT PEDIDO-RECUSADO
             MOVE "N" TO WRK-SW-PEDIDO
             GO TO 0250-FECHAR-SAIDA
           END-IF.
           MOVE WRK-ATU-PEDIDO     TO WBC-PEDIDO.
           MOVE DTM-AAAAMMDD       TO WBC-DATA.
           MOVE WRK-ATU-ID-CLIENTE TO WBC-ID-CLIENTE.
           MOVE WRK-ATU-ENCOMENDA  TO WBC-ENCOMENDA.
           MOVE WRK-FILIAL         TO WBC-FILIAL.
           MOVE WRK-ATU-ITENS      TO WBC-QTD-ITENS.
           MOVE WRK-ATU-RESERV     TO WBC-QTD-RESERV.
           MOVE WRK-ATU-VALOR      TO WBC-VALOR.
           PERFORM 0255-GUARDAR-PEDIDO.
           ADD 1 TO WRK-ACUM-PEDIDOS.
           MOVE "N" TO WRK-SW-PEDIDO.
       0250-FECHAR-SAIDA.
           EXIT.

      *--- REG-WEBCTL NA TABELA - O MESMO PEDIDO SUBSTITUI O ANTERIOR -
       0255-GUARDAR-PEDIDO             SECTION.
           PERFORM 0256-LOCALIZAR-PEDIDO.
           IF NOT PEDIDO-ACHADO
             IF WRK-QTD-PEDIDOS NOT LESS WRK-MAX-PEDIDOS
               DISPLAY "TABELA DE PEDIDOS CHEIA (MAX "
                       WRK-MAX-PEDIDOS ") - PEDIDO " WBC-PEDIDO
                       " FORA DO CONTROLE"
               GO TO 0255-GUARDAR-SAIDA
             END-IF
             ADD 1 TO WRK-QTD-PEDIDOS
             MOVE WRK-QTD-PEDIDOS TO WRK-IND-PEDIDO
           END-IF.
           MOVE REG-WEBCTL    TO WRK-PED-REG(WRK-IND-PEDIDO).
           MOVE WBC-ENCOMENDA TO WRK-PED-ENCOMENDA(WRK-IND-PEDIDO).
           MOVE ZEROS TO WRK-PED-ABERTAS(WRK-IND-PEDIDO)
                         WRK-PED-ENTREGUES(WRK-IND-PEDIDO)
                         WRK-PED-CANCELADAS(WRK-IND-PEDIDO).
       0255-GUARDAR-SAIDA.
           EXIT.

       0256-LOCALIZAR-PEDIDO           SECTION.
           MOVE "N" TO WRK-SW-PED-ACHADO.
           MOVE 1   TO WRK-IND-PEDIDO.
           PERFORM 0257-COMPARAR-PEDIDO
             UNTIL WRK-IND-PEDIDO GREATER WRK-QTD-PEDIDOS
                OR PEDIDO-ACHADO.

       0257-COMPARAR-PEDIDO            SECTION.
           IF WRK-PED-REG(WRK-IND-PEDIDO)(1:10) EQUAL WRK-ATU-PEDIDO
             SET PEDIDO-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-PEDIDO
           END-IF.

       0260-GRAVAR-REJEITO             SECTION.
           ADD 1 TO WRK-ACUM-REJEITADAS.
           MOVE WRK-MOTIVO-REJ TO WRJ-CODIGO.
           MOVE ";"            TO WRJ-SEPARADOR.
           MOVE REG-WEBPED     TO WRJ-LINHA.
           WRITE REG-WEBREJ.

      *--------------------------------------------------------------
      *  0270-GERAR-SITUACAO: CONTA AS LINHAS DE CADA ENCOMENDA DA
      *  LOJA POR SITUACAO EM ENCOMEND.DAT (A ENTREGA DO PROGRAMA44
      *  MARCA A LINHA ENTREGUE) E REGRAVA O WEBSTAT.DAT.
      *--------------------------------------------------------------
       0270-GERAR-SITUACAO             SECTION.
           PERFORM 0138-OBTER-CAMINHO-ENCOMEND.
           OPEN INPUT ENCOMENDAS.
           IF FS-ENCOMENDAS EQUAL 0
             READ ENCOMENDAS NEXT RECORD
             PERFORM UNTIL FS-ENCOMENDAS NOT EQUAL 00
               IF ENC-NUMERO NOT EQUAL ZEROS
                 PERFORM 0272-CONTAR-LINHA
               END-IF
               READ ENCOMENDAS NEXT RECORD
             END-PERFORM
             CLOSE ENCOMENDAS
           END-IF.

           OPEN OUTPUT WEBSTAT.
           IF FS-WEBSTAT NOT EQUAL 0
             DISPLAY "ARQUIVO DE SITUACAO DA LOJA NAO FOI GRAVADO - "
                     "STATUS " FS-WEBSTAT
             GO TO 0270-GERAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-PEDIDO.
           PERFORM 0275-GRAVAR-SITUACAO
             UNTIL WRK-IND-PEDIDO GREATER WRK-QTD-PEDIDOS.
           CLOSE WEBSTAT.
       0270-GERAR-SAIDA.
           EXIT.

       0272-CONTAR-LINHA               SECTION.
           MOVE 1 TO WRK-IND-PEDIDO.
           PERFORM 0273-PROCURAR-ENCOMENDA
             UNTIL WRK-IND-PEDIDO GREATER WRK-QTD-PEDIDOS.

       0273-PROCURAR-ENCOMENDA         SECTION.
           IF WRK-PED-ENCOMENDA(WRK-IND-PEDIDO) EQUAL ENC-NUMERO
             EVALUATE TRUE
               WHEN ENC-ABERTA
                 ADD 1 TO WRK-PED-ABERTAS(WRK-IND-PEDIDO)
               WHEN ENC-ENTREGUE
                 ADD 1 TO WRK-PED-ENTREGUES(WRK-IND-PEDIDO)
               WHEN OTHER
                 ADD 1 TO WRK-PED-CANCELADAS(WRK-IND-PEDIDO)
             END-EVALUATE
             MOVE WRK-QTD-PEDIDOS TO WRK-IND-PEDIDO
           END-IF.
           ADD 1 TO WRK-IND-PEDIDO.

       0275-GRAVAR-SITUACAO            SECTION.
           MOVE WRK-PED-REG(WRK-IND-PEDIDO) TO REG-WEBCTL.
           EVALUATE TRUE
             WHEN WBC-QTD-RESERV EQUAL ZEROS
               MOVE "RECUSADO"  TO WST-SITUACAO
             WHEN WRK-PED-ABERTAS(WRK-IND-PEDIDO) GREATER ZEROS
                  AND WBC-QTD-RESERV LESS WBC-QTD-ITENS
               MOVE "PARCIAL"   TO WST-SITUACAO
             WHEN WRK-PED-ABERTAS(WRK-IND-PEDIDO) GREATER ZEROS
               MOVE "RESERVADO" TO WST-SITUACAO
             WHEN WRK-PED-ENTREGUES(WRK-IND-PEDIDO) GREATER ZEROS
               MOVE "ENTREGUE"  TO WST-SITUACAO
             WHEN OTHER
               MOVE "CANCELADO" TO WST-SITUACAO
           END-EVALUATE.
           MOVE WBC-PEDIDO     TO WST-PEDIDO.
           MOVE WBC-ENCOMENDA  TO WST-ENCOMENDA.
           MOVE WBC-QTD-ITENS  TO WST-QTD-ITENS.
           MOVE WBC-QTD-RESERV TO WST-QTD-RESERV.
           MOVE WBC-DATA       TO WST-DATA.
           WRITE REG-WEBSTAT.
           ADD 1 TO WRK-IND-PEDIDO.

       0280-REGRAVAR-CONTROLE          SECTION.
           IF NOT HA-ARQUIVO-DA-LOJA
             GO TO 0280-REGRAVAR-SAIDA
           END-IF.
           OPEN OUTPUT WEBCTL.
           IF FS-WEBCTL NOT EQUAL 0
             DISPLAY "CONTROLE DE PEDIDOS DA LOJA NAO FOI REGRAVADO - "
                     "STATUS " FS-WEBCTL
             GO TO 0280-REGRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-PEDIDO.
           PERFORM 0285-GRAVAR-CONTROLE
             UNTIL WRK-IND-PEDIDO GREATER WRK-QTD-PEDIDOS.
           CLOSE WEBCTL.
       0280-REGRAVAR-SAIDA.
           EXIT.

       0285-GRAVAR-CONTROLE            SECTION.
           MOVE WRK-PED-REG(WRK-IND-PEDIDO) TO REG-WEBCTL.
           WRITE REG-WEBCTL.
           ADD 1 TO WRK-IND-PEDIDO.

           COPY "CAMPRODP.cpy".
           COPY "CAMARQP.cpy".
           COPY "CAMEANP.cpy".
           COPY "CAMENCP.cpy".
           COPY "CAMAUDP.cpy".
           COPY "AUDITORIAP.cpy".
       0300-FINALIZAR                  SECTION.
               IF HA-ARQUIVO-DA-LOJA
                 CLOSE WEBPED
                 CLOSE WEBREJ
                 CLOSE PRODUTOS
                 CLOSE CLIENTES
                 CLOSE AUDITORIA
               END-IF.
               DISPLAY "LINHAS LIDAS.............: " WRK-ACUM-LIDOS.
               DISPLAY "PEDIDOS IMPORTADOS.......: " WRK-ACUM-PEDIDOS.
               DISPLAY "CLIENTES CADASTRADOS.....: "
                       WRK-ACUM-CLI-NOVOS.
               DISPLAY "ITENS RESERVADOS.........: " WRK-ACUM-ITENS.
               DISPLAY "LINHAS REJEITADAS........: "
                       WRK-ACUM-REJEITADAS.
               DISPLAY "SITUACAO GRAVADA EM " WRK-CAMINHO-WEBSTAT.
               MOVE "PROGRAMA87"        TO LOG-JOB.
               MOVE WRK-ACUM-ACEITAS    TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS      TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-REJEITADAS TO LOG-QTD-REJEITADOS.
               MOVE WRK-TOT-RESERVADO   TO LOG-HASH.
               IF WRK-ACUM-LIDOS EQUAL
                    WRK-ACUM-ACEITAS + WRK-ACUM-REJEITADAS
                 MOVE "S" TO LOG-STATUS
                 MOVE "S" TO LOG-BALANCE
               ELSE
                 DISPLAY "*** LOTE FORA DE BALANCE: LIDOS "
                         WRK-ACUM-LIDOS " <> ACEITAS "
                         WRK-ACUM-ACEITAS " + REJEITADAS "
                         WRK-ACUM-REJEITADAS " ***"
                 MOVE "E" TO LOG-STATUS
                 MOVE "F" TO LOG-BALANCE
               END-IF.
               MOVE "IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
