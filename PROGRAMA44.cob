      *==           DO PROGRAMA15 - O TOTAL DA EMPRESA, OS SALDOS
      *==           POR FILIAL E OS SALDOS POR LOTE FECHAM DEPOIS DE
      *==           CADA ENTREGA.
      *== 15/10/2026 - JV - EFEITOS DA NOTA: AS BAIXAS DA ENTREGA
      *==           (EMPRESA, FILIAL E LOTE) E CADA LINHA DE
      *==           ENCOMENDA ENTREGUE SAO GRAVADAS EM NOTAEFE.DAT COM
      *==           AS QUANTIDADES APLICADAS, COMO NA VENDA DO
      *==           PROGRAMA15 - O CANCELAMENTO NO DIA (PROGRAMA69)
      *==           DESFAZ A ENTREGA E REABRE A ENCOMENDA.
      *== 15/10/2026 - JV - AGENDA DE ENTREGAS: ENCOMENDA LEVADA AO
      *==           ENDERECO DO CLIENTE ABRE O REGISTRO DA ENTREGA EM
      *==           ENTREGAS.DAT (ENDERECO DO CLIENTES.DAT, UF, DATA
      *==           PEDIDA, SITUACAO PENDENTE) PARA O ROMANEIO DO
      *==           PROGRAMA73.
      *== 15/10/2026 - JV - ENDERECO ESTRUTURADO DO CLIENTE: O
      *==            CADASTRO E LIDO ANTES DA UF DE DESTINO, QUE PASSA A
      *==            VIR DO ENDERECO DO CLIENTE (ENTER MANTEM), E A
      *==            ENTREGA RECEBE LOGRADOURO, NUMERO E BAIRRO.
      *== 15/10/2026 - JV - LINHA DO MOVIMENTO NASCE COM MOV-DESCONTO
      *==           ZERADO (ENTREGA DE ENCOMENDA NAO TEM DESCONTO).
      *== 15/10/2026 - JV - NOTA ELETRONICA: A NOTA DA ENTREGA ENTRA
      *==           NA FILA DA NF-E (MODULO NFEFILA) COMO A VENDA DE
      *==           BALCAO, PARA O PROGRAMA83 GERAR E TRANSMITIR.
      *== 15/10/2026 - JV - RASTREIO DE LOTE: CADA LINHA DO MOVIMENTO
      *==           DA ENTREGA LEVA O LOTE DE ONDE A UNIDADE SAIU
      *==           (MOV-LOTE) E O LOTE BLOQUEADO PELO RECALL DO
      *==           PRD046 (LOTEBLQ.DAT) NAO E CONSUMIDO NEM QUANDO
      *==           SO RESTA LOTE VENCIDO.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

           SELECT LOTEBLQ ASSIGN TO WRK-CAMINHO-LOTEBLQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTEBLQ.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT NOTAEFE ASSIGN TO WRK-CAMINHO-NOTAEFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAEFE.

           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT ENTREGAS ASSIGN TO WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
           COPY "ESTFILIA.cpy".
       FD  LOTES.
           COPY "LOTES.cpy".
       FD  LOTEBLQ.
           COPY "LOTEBLQ.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".

       FD  CONTAREC.
           COPY "CONTAREC.cpy".

       FD  NOTAEFE.
           COPY "NOTAEFE.cpy".

       FD  CLIENTES.
           COPY "CLIENTES.cpy".

       FD  ENTREGAS.
           COPY "ENTREGA.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

           COPY "CAMENC.cpy".
           COPY "CAMEST.cpy".
           COPY "CAMLTS.cpy".
           COPY "CAMLBQ.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMNSR.cpy".
           COPY "CAMCRD.cpy".
           COPY "CAMCRC.cpy".
           COPY "CAMNEF.cpy".
           COPY "CAMARQ.cpy".
           COPY "CAMETG.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
           COPY "NFEFILA.cpy".
           COPY "COMPETEN.cpy".
           COPY "PERIODO.cpy".
           COPY "OPESSAO.cpy".
       77  FS-PRODUTOS         PIC 9(02)    VALUE ZEROS.
       77  FS-ESTFILIA         PIC 9(02)    VALUE ZEROS.
       77  FS-LOTES            PIC 9(02)    VALUE ZEROS.
       77  FS-LOTEBLQ          PIC 9(02)    VALUE ZEROS.
       77  FS-ENCOMENDAS       PIC 9(02)    VALUE ZEROS.
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-NOTASERIE        PIC 9(02)    VALUE ZEROS.
       77  FS-CREDCLI          PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  FS-NOTAEFE          PIC 9(02)    VALUE ZEROS.
       77  FS-CLIENTES         PIC 9(02)    VALUE ZEROS.
       77  FS-ENTREGAS         PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-EFEITOS      PIC X(01)    VALUE "N".
           88 EFEITOS-ABERTO                VALUE "S".
       77  WRK-QTD-BAIXADA     PIC 9(05)    VALUE ZEROS.

       77  WRK-NUM-ENCOMENDA   PIC 9(06)    VALUE ZEROS.
       77  WRK-NUM-NOTA        PIC X(04)    VALUE SPACES.
       77  WRK-ID-CLIENTE      PIC 9(04)    VALUE ZEROS.
       77  WRK-OPERADOR        PIC X(20)    VALUE SPACES.

      *--- ENTREGA NO ENDERECO DO CLIENTE (ENTREGAS.DAT) ---
       77  WRK-SW-ENTREGA      PIC X(01)    VALUE "N".
           88 ENTREGA-EM-DOMICILIO          VALUE "S".
       77  WRK-UF-ENTREGA      PIC X(02)    VALUE SPACES.
       77  WRK-UF-CLIENTE      PIC X(02)    VALUE SPACES.
           COPY "ENDCOMP.cpy".
       77  WRK-DATA-ENTREGA    PIC 9(08)    VALUE ZEROS.

      *--- ENCOMENDAS CARREGADAS EM MEMORIA (REGRAVACAO COMPLETA) ---
       01  WRK-TAB-ENCOMENDAS.
           05 WRK-ENC-REG OCCURS 500 TIMES PIC X(66).
              10 WRK-LOT-NUMERO   PIC X(10).
              10 WRK-LOT-VALIDADE PIC 9(08).
              10 WRK-LOT-QTD      PIC 9(05).
              10 WRK-LOT-BLOQ     PIC X(01).
       77  WRK-QTD-LOTES       PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-LOTES       PIC 9(03) VALUE 300.
       77  WRK-IND-LOTE        PIC 9(03) VALUE ZEROS.
           88 LOTE-VALIDO-ACHADO         VALUE "S".
       77  WRK-SW-ALT-LOTE     PIC X(01) VALUE "N".
           88 LOTES-ALTERADOS            VALUE "S".
      *--- LOTE DE CADA UNIDADE ENTREGUE, NA ORDEM DO CONSUMO ---
       01  WRK-TAB-UNID-LOTE.
           05 WRK-UNID-LOTE OCCURS 999 TIMES PIC X(10).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
           PERFORM 0150-CARREGAR-ESTFILIA.
           PERFORM 0152-CARREGAR-LOTES.

           PERFORM 0177-OBTER-CAMINHO-NOTAEFE.
           OPEN EXTEND NOTAEFE.
           IF FS-NOTAEFE EQUAL 35
             OPEN OUTPUT NOTAEFE
           END-IF.
           IF FS-NOTAEFE EQUAL 0
             SET EFEITOS-ABERTO TO TRUE
           ELSE
             DISPLAY "ARQUIVO DE EFEITOS DA NOTA NAO FOI ABERTO - "
                     "STATUS " FS-NOTAEFE
             DISPLAY "A NOTA DA ENTREGA NAO TERA ESTORNO COMPLETO "
                     "NO CANCELAMENTO"
           END-IF.

       0150-CARREGAR-ESTFILIA          SECTION.
           PERFORM 0148-OBTER-CAMINHO-ESTFILIA.
           OPEN INPUT ESTFILIA.
                 TO WRK-LOT-VALIDADE(WRK-QTD-LOTES)
               MOVE LOT-QTD
                 TO WRK-LOT-QTD(WRK-QTD-LOTES)
               MOVE "N"
                 TO WRK-LOT-BLOQ(WRK-QTD-LOTES)
             END-IF
             READ LOTES NEXT RECORD
           END-PERFORM.
           CLOSE LOTES.
           PERFORM 0153-MARCAR-BLOQUEADOS.
       0152-CARREGAR-SAIDA.
           EXIT.

      *--- LOTE RETIRADO DE VENDA PELO RECALL (PRD046) ---
       0153-MARCAR-BLOQUEADOS          SECTION.
           PERFORM 0199-OBTER-CAMINHO-LOTEBLQ.
           OPEN INPUT LOTEBLQ.
           IF FS-LOTEBLQ NOT EQUAL 0
             GO TO 0153-MARCAR-SAIDA
           END-IF.
           READ LOTEBLQ NEXT RECORD.
           PERFORM UNTIL FS-LOTEBLQ NOT EQUAL 00
             MOVE 1 TO WRK-IND-LOTE
             PERFORM UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
               IF WRK-LOT-CODIGO(WRK-IND-LOTE) EQUAL LBQ-CODIGO
                  AND WRK-LOT-NUMERO(WRK-IND-LOTE) EQUAL LBQ-NUMERO
                 MOVE "S" TO WRK-LOT-BLOQ(WRK-IND-LOTE)
               END-IF
               ADD 1 TO WRK-IND-LOTE
             END-PERFORM
             READ LOTEBLQ NEXT RECORD
           END-PERFORM.
           CLOSE LOTEBLQ.
       0153-MARCAR-SAIDA.
           EXIT.

      *--- A FILIAL DA NOTA E A DA ENCOMENDA ABERTA ---
       0158-FILIAL-DA-ENCOMENDA        SECTION.
           MOVE 01 TO WRK-FILIAL-ENC.

           CLOSE PRODUTOS.
           CLOSE VENDMOV.
           IF EFEITOS-ABERTO
             CLOSE NOTAEFE
           END-IF.

           IF NOT ENCOMENDA-ACHADA
             DISPLAY "ENCOMENDA " WRK-NUM-ENCOMENDA " NAO ENCONTRADA "
             PERFORM 0230-GRAVAR-PARCELA-PRAZO
           END-IF.
           PERFORM 0240-REGRAVAR-ENCOMENDAS.
           PERFORM 0250-AGENDAR-ENTREGA.
           PERFORM 0260-ENFILEIRAR-NFE.
           IF ESTFILIA-ALTERADO
             PERFORM 0330-REGRAVAR-ESTFILIA
           END-IF.
             ADD 1 TO WRK-ACUM-ITENS
             MOVE 'F' TO ENC-STATUS
             MOVE REG-ENCOMENDA TO WRK-ENC-REG(WRK-IND-ENCOMENDA)
             MOVE 'N'               TO NEF-TIPO
             MOVE ENC-CODIGO        TO NEF-CODIGO
             MOVE WRK-NUM-ENCOMENDA TO NEF-REFERENCIA
             MOVE ENC-QTD           TO NEF-QTD
             MOVE ENC-VALOR         TO NEF-VALOR
             PERFORM 0211-GRAVAR-EFEITO
             DISPLAY "ENTREGUE: " ENC-QTD " X " ENC-DESCRICAO
           END-IF.
           ADD 1 TO WRK-IND-ENCOMENDA.

      *--- GRAVA O EFEITO MONTADO PELO CHAMADOR NA NOTA DA ENTREGA ---
       0211-GRAVAR-EFEITO              SECTION.
           IF EFEITOS-ABERTO
             MOVE WRK-FILIAL-ENC TO NEF-FILIAL
             MOVE WRK-NUM-NOTA   TO NEF-NOTA
             MOVE DTM-AAAAMMDD   TO NEF-DATA
             WRITE REG-NOTAEFE
           END-IF.

       0215-BAIXAR-ESTOQUE             SECTION.
           MOVE SPACES TO WRK-TAB-UNID-LOTE.
           MOVE ENC-CODIGO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
             NOT INVALID KEY
               IF PROD-QTD-ESTOQUE IS GREATER THAN OR EQUAL TO
                    ENC-QTD
                 MOVE ENC-QTD TO WRK-QTD-BAIXADA
                 SUBTRACT ENC-QTD FROM PROD-QTD-ESTOQUE
               ELSE
                 DISPLAY "SALDO MENOR QUE A ENCOMENDA - ESTOQUE "
                         "ZERADO NO PRODUTO " PROD-CODIGO
                 MOVE PROD-QTD-ESTOQUE TO WRK-QTD-BAIXADA
                 MOVE ZEROS TO PROD-QTD-ESTOQUE
               END-IF
               REWRITE REG-PRODUTOS
                   DISPLAY "ESTOQUE NAO FOI BAIXADO - PRODUTO "
                           PROD-CODIGO
                 NOT INVALID KEY
                   MOVE 'E'             TO NEF-TIPO
                   MOVE PROD-CODIGO     TO NEF-CODIGO
                   MOVE SPACES          TO NEF-REFERENCIA
                   MOVE WRK-QTD-BAIXADA TO NEF-QTD
                   MOVE ZEROS           TO NEF-VALOR
                   PERFORM 0211-GRAVAR-EFEITO
                   PERFORM 0216-BAIXAR-FILIAL-ENC
                   PERFORM 0218-CONSUMIR-LOTES-ENC
               END-REWRITE
           IF SALDO-FILIAL-ACHADO
             IF WRK-EST-QTD(WRK-IND-ESTFIL) IS GREATER THAN
                  OR EQUAL TO ENC-QTD
               MOVE ENC-QTD TO WRK-QTD-BAIXADA
               SUBTRACT ENC-QTD FROM WRK-EST-QTD(WRK-IND-ESTFIL)
             ELSE
               DISPLAY "SALDO DA FILIAL " ENC-FILIAL " MENOR QUE A "
                       "ENCOMENDA - SALDO ZERADO NO PRODUTO "
                       PROD-CODIGO
               MOVE WRK-EST-QTD(WRK-IND-ESTFIL) TO WRK-QTD-BAIXADA
               MOVE ZEROS TO WRK-EST-QTD(WRK-IND-ESTFIL)
             END-IF
             SET ESTFILIA-ALTERADO TO TRUE
             MOVE 'F'             TO NEF-TIPO
             MOVE PROD-CODIGO     TO NEF-CODIGO
             MOVE SPACES          TO NEF-REFERENCIA
             MOVE WRK-QTD-BAIXADA TO NEF-QTD
             MOVE ZEROS           TO NEF-VALOR
             PERFORM 0211-GRAVAR-EFEITO
           ELSE
             DISPLAY "PRODUTO " PROD-CODIGO " SEM SALDO NA FILIAL "
                     ENC-FILIAL " - SALDO POR FILIAL NAO BAIXADO"
           IF WRK-IND-FEFO GREATER ZEROS
             SUBTRACT 1 FROM WRK-LOT-QTD(WRK-IND-FEFO)
             SET LOTES-ALTERADOS TO TRUE
             MOVE 'L'         TO NEF-TIPO
             MOVE PROD-CODIGO TO NEF-CODIGO
             MOVE WRK-LOT-NUMERO(WRK-IND-FEFO) TO NEF-REFERENCIA
             MOVE WRK-LOT-NUMERO(WRK-IND-FEFO)
               TO WRK-UNID-LOTE(WRK-IND-UNID-LOTE + 1)
             MOVE 1           TO NEF-QTD
             MOVE ZEROS       TO NEF-VALOR
             PERFORM 0211-GRAVAR-EFEITO
             IF NOT LOTE-VALIDO-ACHADO
               DISPLAY "UNIDADE ENTREGUE DO LOTE VENCIDO "
                       WRK-LOT-NUMERO(WRK-IND-FEFO)
                       WRK-LOT-VALIDADE(WRK-IND-FEFO) ")"
             END-IF
           ELSE
             DISPLAY "PRODUTO " PROD-CODIGO " SEM SALDO EM LOTE "
                     "LIBERADO - SALDO POR LOTE NAO BAIXADO"
             MOVE ENC-QTD TO WRK-IND-UNID-LOTE
             GO TO 0219-CONSUMIR-SAIDA
           END-IF.
           IF WRK-LOT-CODIGO(WRK-IND-LOTE) EQUAL PROD-CODIGO
              SET PRODUTO-TEM-LOTE TO TRUE
              IF WRK-LOT-QTD(WRK-IND-LOTE) GREATER ZEROS
                 AND WRK-LOT-BLOQ(WRK-IND-LOTE) NOT EQUAL "S"
                 IF WRK-LOT-VALIDADE(WRK-IND-LOTE) IS GREATER
                      THAN OR EQUAL TO DTM-AAAAMMDD
                    IF NOT LOTE-VALIDO-ACHADO
           MOVE WRK-FORMA-PAGTO TO MOV-FORMA-PAGTO.
           MOVE ENC-FILIAL      TO MOV-FILIAL.
           MOVE WRK-OPERADOR    TO MOV-OPERADOR.
           MOVE ZEROS           TO MOV-DESCONTO.
           MOVE WRK-UNID-LOTE(WRK-IND-UNIDADE + 1) TO MOV-LOTE.
           WRITE REG-VENDMOV.
           ADD 1 TO WRK-IND-UNIDADE.

             MOVE ZEROS            TO CRC-VALOR-PAGO
             MOVE 'A'              TO CRC-STATUS
             MOVE ZEROS            TO CRC-ENCARGOS
             MOVE ZEROS            TO CRC-ACORDO
             WRITE REG-CONTAREC
               INVALID KEY
                 DISPLAY "PARCELA DA NOTA " CRC-NOTA " JA "
           WRITE REG-ENCOMENDA.
           ADD 1 TO WRK-IND-ENCOMENDA.

      *--------------------------------------------------------------
      *  0250-AGENDAR-ENTREGA: ENCOMENDA LEVADA AO CLIENTE ABRE A
      *  ENTREGA PENDENTE COM O NOME E O ENDERECO DO CADASTRO DE
      *  CLIENTES; SEM O CADASTRO (OU SEM ENDERECO) O OPERADOR
      *  INFORMA O ENDERECO NA HORA.
      *--------------------------------------------------------------
       0250-AGENDAR-ENTREGA            SECTION.
           DISPLAY "ENTREGA NO ENDERECO DO CLIENTE? (S/N) "
             ACCEPT WRK-SW-ENTREGA.
           IF WRK-SW-ENTREGA EQUAL "s"
             MOVE "S" TO WRK-SW-ENTREGA
           END-IF.
           IF NOT ENTREGA-EM-DOMICILIO
             GO TO 0250-AGENDAR-SAIDA
           END-IF.
           MOVE SPACES TO ETG-NOME.
           MOVE SPACES TO ETG-ENDERECO.
           MOVE SPACES TO WRK-UF-CLIENTE.
           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 0
             MOVE WRK-ID-CLIENTE TO REG-ID
             READ CLIENTES KEY IS REG-ID
               INVALID KEY
                 DISPLAY "CLIENTE " WRK-ID-CLIENTE " NAO CADASTRADO"
               NOT INVALID KEY
                 MOVE REG-NOME     TO ETG-NOME
                 PERFORM 0197-COMPOR-ENDERECO
                 MOVE WRK-END-COMPOSTO TO ETG-ENDERECO
                 MOVE REG-END-UF   TO WRK-UF-CLIENTE
             END-READ
             CLOSE CLIENTES
           END-IF.

           MOVE SPACES TO WRK-UF-ENTREGA.
           IF WRK-UF-CLIENTE EQUAL SPACES
             DISPLAY "UF DE DESTINO "
           ELSE
             DISPLAY "UF DE DESTINO (ENTER = " WRK-UF-CLIENTE
                     " DO CADASTRO) "
           END-IF.
           ACCEPT WRK-UF-ENTREGA.
           IF WRK-UF-ENTREGA EQUAL SPACES
             MOVE WRK-UF-CLIENTE TO WRK-UF-ENTREGA
           END-IF.
           DISPLAY "DATA PEDIDA PARA A ENTREGA (AAAAMMDD, 0 = HOJE) "
             ACCEPT WRK-DATA-ENTREGA.
           IF WRK-DATA-ENTREGA LESS DTM-AAAAMMDD
             MOVE DTM-AAAAMMDD TO WRK-DATA-ENTREGA
           END-IF.
           IF ETG-ENDERECO EQUAL SPACES
             DISPLAY "ENDERECO DA ENTREGA "
               ACCEPT ETG-ENDERECO
           END-IF.

           PERFORM 0182-OBTER-CAMINHO-ENTREGAS.
           OPEN EXTEND ENTREGAS.
           IF FS-ENTREGAS EQUAL 35
             OPEN OUTPUT ENTREGAS
           END-IF.
           IF FS-ENTREGAS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ENTREGAS NAO FOI ABERTO - STATUS "
                     FS-ENTREGAS " - AGENDE A ENTREGA A MAO"
             GO TO 0250-AGENDAR-SAIDA
           END-IF.
           MOVE WRK-FILIAL-ENC    TO ETG-FILIAL.
           MOVE WRK-NUM-NOTA      TO ETG-NOTA.
           MOVE DTM-AAAAMMDD      TO ETG-DATA-VENDA.
           MOVE 'E'               TO ETG-ORIGEM.
           MOVE WRK-NUM-ENCOMENDA TO ETG-NUM-ENCOMENDA.
           MOVE WRK-ID-CLIENTE    TO ETG-ID-CLIENTE.
           MOVE WRK-UF-ENTREGA    TO ETG-UF.
           MOVE WRK-UF-ENTREGA    TO ETG-ROTA.
           MOVE WRK-DATA-ENTREGA  TO ETG-DATA-PREVISTA.
           MOVE WRK-TOTAL-ENTREGA TO ETG-VALOR.
           MOVE 'P'               TO ETG-STATUS.
           MOVE ZEROS             TO ETG-REAGENDAMENTOS.
           MOVE ZEROS             TO ETG-DATA-ROMANEIO.
           MOVE ZEROS             TO ETG-DATA-BAIXA.
           MOVE SPACES            TO ETG-OBSERVACAO.
           WRITE REG-ENTREGA.
           CLOSE ENTREGAS.
           DISPLAY "ENTREGA AGENDADA PARA " WRK-DATA-ENTREGA.
       0250-AGENDAR-SAIDA.
           EXIT.

      *--- A NOTA DA ENTREGA ENTRA NA FILA DA NOTA ELETRONICA ---
       0260-ENFILEIRAR-NFE             SECTION.
           MOVE WRK-FILIAL-ENC    TO NFF-FILIAL.
           MOVE "V"               TO NFF-TIPO.
           MOVE WRK-NUM-NOTA      TO NFF-NOTA.
           MOVE DTM-AAAAMMDD      TO NFF-DATA.
           MOVE WRK-ID-CLIENTE    TO NFF-ID-CLIENTE.
           MOVE WRK-FORMA-PAGTO   TO NFF-FORMA-PAGTO.
           MOVE WRK-TOTAL-ENTREGA TO NFF-VALOR.
           MOVE ZEROS             TO NFF-ICMS.
           MOVE ZEROS             TO NFF-FRETE.
           MOVE ZEROS             TO NFF-DESCONTO.
           CALL "NFEFILA" USING WRK-AREA-NFEFILA.
           IF NFF-ERRO OR NFF-JA-TRANSMITIDA
             DISPLAY "NOTA " WRK-NUM-NOTA " NAO ENTROU NA FILA DA "
                     "NF-E - STATUS " NFF-STATUS-ARQ
                     " - AVISE O FISCAL"
           END-IF.
           IF NFF-CONTINGENCIA
             DISPLAY "NOTA " WRK-NUM-NOTA " EMITIDA EM CONTINGENCIA"
           END-IF.

       0330-REGRAVAR-ESTFILIA          SECTION.
           OPEN OUTPUT ESTFILIA.
           IF FS-ESTFILIA NOT EQUAL 0
           COPY "CAMCRCP.cpy".
           COPY "CAMESTP.cpy".
           COPY "CAMLTSP.cpy".
           COPY "CAMLBQP.cpy".
           COPY "CAMNEFP.cpy".
           COPY "CAMARQP.cpy".
           COPY "CAMETGP.cpy".
           COPY "ENDCOMPP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA44" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
