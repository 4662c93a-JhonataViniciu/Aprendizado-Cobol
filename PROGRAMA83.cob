       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA83.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: GERACAO E TRANSMISSAO DA NOTA ELETRONICA - PERCORRE
      *==           A FILA DO NFECTL.DAT E, PARA CADA NOTA PENDENTE,
      *==           GERA O ARQUIVO DA NOTA NO LAYOUT TEXTO DO FISCO
      *==           (UM ARQUIVO POR NOTA NO DIRETORIO NFE_DIR) COM O
      *==           EMITENTE, O DESTINATARIO DO CADASTRO DE CLIENTES,
      *==           OS ITENS DO MOVIMENTO PERMANENTE (VENDMOV.DAT NA
      *==           VENDA, DEVOLUCA.DAT NA DEVOLUCAO) E OS TOTAIS DA
      *==           FILA. AS NOTAS GERADAS VAO NO LOTE DE TRANSMISSAO
      *==           DA EXECUCAO (LOTEAAAAMMDDHHMMSS.TXT, NO MESMO
      *==           DIRETORIO) E FICAM TRANSMITIDAS AGUARDANDO O
      *==           RETORNO (PROGRAMA84). O PEDIDO DE CANCELAMENTO DE
      *==           NOTA JA TRANSMITIDA (PROGRAMA69) SAI NO LOTE COMO
      *==           EVENTO. EM CONTINGENCIA (PROGRAMA86) OS ARQUIVOS
      *==           SAO GERADOS MAS NADA E TRANSMITIDO - A PRIMEIRA
      *==           EXECUCAO DEPOIS DA VOLTA AO NORMAL MANDA TUDO. A
      *==           NOTA REJEITADA SO VOLTA AO LOTE QUANDO O OPERADOR
      *==           PEDE O REENVIO (DEPOIS DE CORRIGIR O CADASTRO) E
      *==           O ARQUIVO E GERADO DE NOVO. EXECUCAO NO BATCHLOG.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT NFECTL ASSIGN TO WRK-CAMINHO-NFECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFECTL.

           SELECT NFECONT ASSIGN TO WRK-CAMINHO-NFECONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NFECONT.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT DEVOLUCAO ASSIGN TO WRK-CAMINHO-DEVOLUCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCAO.

           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT NFEARQ ASSIGN TO WRK-CAMINHO-NFEARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NFEARQ.

           SELECT NFELOTE ASSIGN TO WRK-CAMINHO-NFELOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NFELOTE.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  NFECTL.
           COPY "NFECTL.cpy".

       FD  NFECONT.
           COPY "NFECONT.cpy".

       FD  VENDMOV.
           COPY "VENDMOV.cpy".

       FD  DEVOLUCAO.
           COPY "DEVOLUCA.cpy".

       FD  CLIENTES.
           COPY "CLIENTES.cpy".

       FD  NFEARQ.
       01  REG-NFEARQ                 PIC X(200).

       FD  NFELOTE.
       01  REG-NFELOTE                PIC X(200).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMNFE.cpy".
           COPY "CAMNFC.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMDEV.cpy".
           COPY "CAMARQ.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
       77  FS-NFECTL           PIC 9(02)    VALUE ZEROS.
       77  FS-NFECONT          PIC 9(02)    VALUE ZEROS.
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-DEVOLUCAO        PIC 9(02)    VALUE ZEROS.
       77  FS-CLIENTES         PIC 9(02)    VALUE ZEROS.
       77  FS-NFEARQ           PIC 9(02)    VALUE ZEROS.
       77  FS-NFELOTE          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-NFE-DIRETORIO   PIC X(100)   VALUE
           "C:/COBOL/DADOS/NFE/".
       77  WRK-CAMINHO-NFEARQ  PIC X(100)   VALUE SPACES.
       77  WRK-CAMINHO-NFELOTE PIC X(100)   VALUE SPACES.

      *--- SITUACAO DA EMISSAO E OPCOES DA EXECUCAO ---
       77  WRK-SW-CONTINGENCIA PIC X(01)    VALUE "N".
           88 EMISSAO-EM-CONTINGENCIA       VALUE "S".
       77  WRK-REENVIAR        PIC X(01)    VALUE "N".
           88 REENVIAR-REJEITADAS           VALUE "S" "s".
       77  WRK-SW-FIM-NFECTL   PIC X(01)    VALUE "N".
           88 FIM-DO-NFECTL                 VALUE "S".
       77  WRK-SW-CLIENTES     PIC X(01)    VALUE "N".
           88 CLIENTES-ABERTO               VALUE "S".
       77  WRK-SW-LOTE         PIC X(01)    VALUE "N".
           88 LOTE-ABERTO                   VALUE "S".
       77  WRK-SW-GERADA       PIC X(01)    VALUE "N".
           88 ARQUIVO-GERADO                VALUE "S".
       77  WRK-HORA-AGORA      PIC 9(08)    VALUE ZEROS.
       77  WRK-LOTE-ID         PIC X(14)    VALUE SPACES.

      *--- ITENS E TOTAIS DA NOTA EM GERACAO ---
       77  WRK-QTD-ITENS-NFE   PIC 9(03)    VALUE ZEROS.
       77  WRK-VPROD-ITEM      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VPROD-NOTA      PIC 9(08)V99 VALUE ZEROS.

      *--- CONTADORES ---
       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-GERADAS    PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-TRANSM     PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-CANC       PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-SEM-ITENS  PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-TRANSM      PIC 9(11)V99 VALUE ZEROS.

      *--------------------------------------------------------------
      *  REGISTROS DO ARQUIVO DA NOTA (LAYOUT TEXTO, CAMPOS SEPARADOS
      *  POR "|"; VALORES COM DUAS DECIMAIS IMPLICITAS):
      *  A CHAVE, B IDENTIFICACAO, BA NOTA REFERENCIADA (DEVOLUCAO),
      *  C EMITENTE, E DESTINATARIO, E05 ENDERECO DO DESTINATARIO,
      *  H ITEM, W TOTAIS, YA PAGAMENTO.
      *--------------------------------------------------------------
       01  WRK-NFE-REG-A.
           05 FILLER           PIC X(07) VALUE "A|4.00|".
           05 WRK-A-FILIAL     PIC 9(02).
           05 WRK-A-TIPO       PIC X(01).
           05 WRK-A-NOTA       PIC X(04).
           05 WRK-A-DATA       PIC 9(08).
       01  WRK-NFE-REG-B.
           05 FILLER           PIC X(02) VALUE "B|".
           05 WRK-B-NATOP      PIC X(20).
           05 FILLER           PIC X(04) VALUE "|55|".
           05 WRK-B-SERIE      PIC 9(03).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-B-NOTA       PIC X(04).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-B-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-B-HORA       PIC 9(06).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-B-TPNF       PIC 9(01).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-B-TPEMIS     PIC 9(01).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-B-FINNFE     PIC 9(01).
       01  WRK-NFE-REG-BA.
           05 FILLER           PIC X(03) VALUE "BA|".
           05 WRK-BA-SERIE     PIC 9(03).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-BA-NOTA      PIC X(04).
       01  WRK-NFE-REG-C.
           05 FILLER           PIC X(21) VALUE
              "C|XPTO COMERCIO LTDA|".
           05 WRK-C-FILIAL     PIC 9(02).
       01  WRK-NFE-REG-E.
           05 FILLER           PIC X(02) VALUE "E|".
           05 WRK-E-ID         PIC 9(04).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-E-NOME       PIC X(30).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-E-CPF        PIC 9(11).
       01  WRK-NFE-REG-E05.
           05 FILLER           PIC X(04) VALUE "E05|".
           05 WRK-E05-LOGR     PIC X(40).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-E05-NUMERO   PIC X(06).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-E05-BAIRRO   PIC X(20).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-E05-CIDADE   PIC X(25).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-E05-UF       PIC X(02).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-E05-CEP      PIC 9(08).
       01  WRK-NFE-REG-H.
           05 FILLER           PIC X(02) VALUE "H|".
           05 WRK-H-ITEM       PIC 9(03).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-H-CODIGO     PIC 9(05).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-H-DESCR      PIC X(30).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-H-QTD        PIC 9(03).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-H-VUNIT      PIC 9(05)V99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-H-VPROD      PIC 9(08)V99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-H-VDESC      PIC 9(05)V99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-H-VICMS      PIC 9(05)V99.
       01  WRK-NFE-REG-W.
           05 FILLER           PIC X(02) VALUE "W|".
           05 WRK-W-VPROD      PIC 9(08)V99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-W-VDESC      PIC 9(08)V99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-W-VFRETE     PIC 9(08)V99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-W-VICMS      PIC 9(08)V99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-W-VNF        PIC 9(08)V99.
       01  WRK-NFE-REG-YA.
           05 FILLER           PIC X(03) VALUE "YA|".
           05 WRK-YA-FORMA     PIC X(10).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-YA-VALOR     PIC 9(08)V99.

      *--- LINHAS DO LOTE DE TRANSMISSAO ---
       01  WRK-LOTE-CABEC.
           05 FILLER           PIC X(05) VALUE "LOTE|".
           05 WRK-LC-ID        PIC X(14).
       01  WRK-LOTE-NFE.
           05 WRK-LN-TIPO      PIC X(04).
           05 WRK-LN-FILIAL    PIC 9(02).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-LN-TIPO-NF   PIC X(01).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-LN-NOTA      PIC X(04).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-LN-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE "|".
           05 WRK-LN-DADO      PIC X(100).
       01  WRK-LOTE-RODAPE.
           05 FILLER           PIC X(04) VALUE "FIM|".
           05 WRK-LR-QTD       PIC 9(05).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           CALL "CONFIG" USING
               "NFE_DIR             " WRK-NFE-DIRETORIO.
           PERFORM 0110-LER-CONTINGENCIA.
           IF EMISSAO-EM-CONTINGENCIA
             DISPLAY "EMISSAO EM CONTINGENCIA - OS ARQUIVOS SERAO "
                     "GERADOS, MAS NADA SERA TRANSMITIDO"
           ELSE
             DISPLAY "REENVIAR AS NOTAS REJEITADAS? (S/N, ENTER = N) "
               ACCEPT WRK-REENVIAR
           END-IF.

           PERFORM 0193-OBTER-CAMINHO-NFECTL.
           OPEN I-O NFECTL.
           IF FS-NFECTL NOT EQUAL 0
             DISPLAY "CONTROLE DA NF-E NAO FOI ABERTO - STATUS "
                     FS-NFECTL
             GOBACK
           END-IF.

           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 0
             SET CLIENTES-ABERTO TO TRUE
           ELSE
             DISPLAY "CADASTRO DE CLIENTES NAO FOI ABERTO - STATUS "
                     FS-CLIENTES " - DESTINATARIO SO PELO CODIGO"
           END-IF.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           PERFORM 0133-OBTER-CAMINHO-DEVOLUCA.

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE DTM-AAAAMMDD        TO WRK-LOTE-ID(1:8).
           MOVE WRK-HORA-AGORA(1:6) TO WRK-LOTE-ID(9:6).

      *--- A ULTIMA LINHA DO HISTORICO E A SITUACAO EM VIGOR ---
       0110-LER-CONTINGENCIA           SECTION.
           PERFORM 0194-OBTER-CAMINHO-NFECONT.
           OPEN INPUT NFECONT.
           IF FS-NFECONT NOT EQUAL 0
             GO TO 0110-LER-SAIDA
           END-IF.
           READ NFECONT NEXT RECORD.
           PERFORM UNTIL FS-NFECONT NOT EQUAL 00
             IF NCT-CONTINGENCIA
               MOVE "S" TO WRK-SW-CONTINGENCIA
             ELSE
               MOVE "N" TO WRK-SW-CONTINGENCIA
             END-IF
             READ NFECONT NEXT RECORD
           END-PERFORM.
           CLOSE NFECONT.
       0110-LER-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-TRATAR-NOTA
             UNTIL FIM-DO-NFECTL.
           IF LOTE-ABERTO
             MOVE WRK-ACUM-TRANSM TO WRK-LR-QTD
             ADD WRK-ACUM-CANC    TO WRK-LR-QTD
             MOVE WRK-LOTE-RODAPE TO REG-NFELOTE
             WRITE REG-NFELOTE
             CLOSE NFELOTE
             DISPLAY "LOTE DE TRANSMISSAO GRAVADO EM "
                     WRK-CAMINHO-NFELOTE
           END-IF.
           CLOSE NFECTL.
           IF CLIENTES-ABERTO
             CLOSE CLIENTES
           END-IF.

      *--------------------------------------------------------------
      *  0210-TRATAR-NOTA: LEITURA SEQUENCIAL DA FILA. A PENDENTE SEM
      *  ARQUIVO (OU A REJEITADA, NO REENVIO) TEM O ARQUIVO GERADO;
      *  FORA DA CONTINGENCIA A PENDENTE COM ARQUIVO VAI NO LOTE. O
      *  PEDIDO DE CANCELAMENTO VAI NO LOTE COMO EVENTO.
      *--------------------------------------------------------------
       0210-TRATAR-NOTA                SECTION.
           READ NFECTL NEXT RECORD.
           IF FS-NFECTL NOT EQUAL 00
             SET FIM-DO-NFECTL TO TRUE
             GO TO 0210-TRATAR-SAIDA
           END-IF.
           ADD 1 TO WRK-ACUM-LIDOS.

           IF NFE-CANC-PEDIDO
             IF NOT EMISSAO-EM-CONTINGENCIA
               PERFORM 0260-ENVIAR-CANCELAMENTO
             END-IF
             GO TO 0210-TRATAR-SAIDA
           END-IF.

           IF NFE-REJEITADA AND REENVIAR-REJEITADAS
             MOVE SPACES TO NFE-ARQUIVO
             MOVE 'P'    TO NFE-STATUS
           END-IF.
           IF NOT NFE-PENDENTE
             GO TO 0210-TRATAR-SAIDA
           END-IF.

           IF NFE-ARQUIVO EQUAL SPACES
             PERFORM 0220-GERAR-ARQUIVO
             IF NOT ARQUIVO-GERADO
               REWRITE REG-NFECTL
               GO TO 0210-TRATAR-SAIDA
             END-IF
           END-IF.

           IF NOT EMISSAO-EM-CONTINGENCIA
             PERFORM 0250-INCLUIR-NO-LOTE
           END-IF.
           REWRITE REG-NFECTL
             INVALID KEY
               DISPLAY "NOTA " NFE-NOTA " NAO FOI REGRAVADA NO "
                       "CONTROLE - STATUS " FS-NFECTL
           END-REWRITE.
       0210-TRATAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0220-GERAR-ARQUIVO: UM ARQUIVO POR NOTA NO DIRETORIO DA NF-E
      *  (NFE + FILIAL + TIPO + NOTA + DATA). NOTA SEM NENHUMA LINHA
      *  NO MOVIMENTO NAO E GERADA E FICA PENDENTE COM O MOTIVO.
      *--------------------------------------------------------------
       0220-GERAR-ARQUIVO              SECTION.
           MOVE "N" TO WRK-SW-GERADA.
           MOVE SPACES TO WRK-CAMINHO-NFEARQ.
           STRING WRK-NFE-DIRETORIO DELIMITED BY SPACE
                  "NFE" NFE-FILIAL NFE-TIPO NFE-NOTA
                  NFE-DATA-EMISSAO ".TXT" DELIMITED BY SIZE
             INTO WRK-CAMINHO-NFEARQ
           END-STRING.
           OPEN OUTPUT NFEARQ.
           IF FS-NFEARQ NOT EQUAL 0
             MOVE "ARQUIVO DA NOTA NAO PODE SER CRIADO" TO NFE-MOTIVO
             DISPLAY "NOTA " NFE-NOTA " - ARQUIVO NAO FOI CRIADO - "
                     "STATUS " FS-NFEARQ
             ADD 1 TO WRK-ACUM-SEM-ITENS
             GO TO 0220-GERAR-SAIDA
           END-IF.

           MOVE NFE-FILIAL       TO WRK-A-FILIAL.
           MOVE NFE-TIPO         TO WRK-A-TIPO.
           MOVE NFE-NOTA         TO WRK-A-NOTA.
           MOVE NFE-DATA-EMISSAO TO WRK-A-DATA.
           MOVE WRK-NFE-REG-A TO REG-NFEARQ.
           WRITE REG-NFEARQ.

           MOVE NFE-FILIAL       TO WRK-B-SERIE.
           MOVE NFE-NOTA         TO WRK-B-NOTA.
           MOVE NFE-DATA-EMISSAO TO WRK-B-DATA.
           MOVE NFE-HORA-EMISSAO(1:6) TO WRK-B-HORA.
           IF NFE-DEVOLUCAO
             MOVE "DEVOLUCAO DE VENDA" TO WRK-B-NATOP
             MOVE 0 TO WRK-B-TPNF
             MOVE 4 TO WRK-B-FINNFE
           ELSE
             MOVE "VENDA DE MERCADORIA" TO WRK-B-NATOP
             MOVE 1 TO WRK-B-TPNF
             MOVE 1 TO WRK-B-FINNFE
           END-IF.
           IF NFE-EM-CONTINGENCIA
             MOVE 9 TO WRK-B-TPEMIS
           ELSE
             MOVE 1 TO WRK-B-TPEMIS
           END-IF.
           MOVE WRK-NFE-REG-B TO REG-NFEARQ.
           WRITE REG-NFEARQ.
           IF NFE-DEVOLUCAO
             MOVE NFE-FILIAL TO WRK-BA-SERIE
             MOVE NFE-NOTA   TO WRK-BA-NOTA
             MOVE WRK-NFE-REG-BA TO REG-NFEARQ
             WRITE REG-NFEARQ
           END-IF.

           MOVE NFE-FILIAL TO WRK-C-FILIAL.
           MOVE WRK-NFE-REG-C TO REG-NFEARQ.
           WRITE REG-NFEARQ.
           PERFORM 0225-GRAVAR-DESTINATARIO.

           MOVE ZEROS TO WRK-QTD-ITENS-NFE.
           MOVE ZEROS TO WRK-VPROD-NOTA.
           IF NFE-DEVOLUCAO
             PERFORM 0235-ITENS-DA-DEVOLUCAO
           ELSE
             PERFORM 0230-ITENS-DA-VENDA
           END-IF.

           MOVE WRK-VPROD-NOTA TO WRK-W-VPROD.
           MOVE NFE-DESCONTO   TO WRK-W-VDESC.
           MOVE NFE-FRETE      TO WRK-W-VFRETE.
           MOVE NFE-ICMS       TO WRK-W-VICMS.
           MOVE NFE-VALOR      TO WRK-W-VNF.
           MOVE WRK-NFE-REG-W TO REG-NFEARQ.
           WRITE REG-NFEARQ.
           MOVE NFE-FORMA-PAGTO TO WRK-YA-FORMA.
           MOVE NFE-VALOR       TO WRK-YA-VALOR.
           MOVE WRK-NFE-REG-YA TO REG-NFEARQ.
           WRITE REG-NFEARQ.
           CLOSE NFEARQ.

           IF WRK-QTD-ITENS-NFE EQUAL ZEROS
             MOVE "NOTA SEM ITENS NO MOVIMENTO - NAO GERADA"
               TO NFE-MOTIVO
             DISPLAY "NOTA " NFE-NOTA " DA FILIAL " NFE-FILIAL
                     " SEM ITENS NO MOVIMENTO - FICA PENDENTE"
             ADD 1 TO WRK-ACUM-SEM-ITENS
             GO TO 0220-GERAR-SAIDA
           END-IF.
           MOVE WRK-CAMINHO-NFEARQ TO NFE-ARQUIVO.
           MOVE SPACES TO NFE-MOTIVO.
           SET ARQUIVO-GERADO TO TRUE.
           ADD 1 TO WRK-ACUM-GERADAS.
       0220-GERAR-SAIDA.
           EXIT.

      *--- DESTINATARIO PELO CADASTRO (CODIGO ZERO = CONSUMIDOR) ---
       0225-GRAVAR-DESTINATARIO        SECTION.
           MOVE NFE-ID-CLIENTE TO WRK-E-ID.
           MOVE ZEROS  TO WRK-E-CPF.
           MOVE SPACES TO WRK-E-NOME.
           INITIALIZE WRK-E05-LOGR WRK-E05-NUMERO WRK-E05-BAIRRO
                      WRK-E05-CIDADE WRK-E05-UF WRK-E05-CEP.
           IF NFE-ID-CLIENTE EQUAL ZEROS
             MOVE "CONSUMIDOR NAO IDENTIFICADO" TO WRK-E-NOME
           ELSE
             IF CLIENTES-ABERTO
               MOVE NFE-ID-CLIENTE TO REG-ID
               READ CLIENTES KEY IS REG-ID
                 INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WRK-E-NOME
                 NOT INVALID KEY
                   MOVE REG-NOME       TO WRK-E-NOME
                   MOVE REG-CPF        TO WRK-E-CPF
                   MOVE REG-ENDERECO   TO WRK-E05-LOGR
                   MOVE REG-END-NUMERO TO WRK-E05-NUMERO
                   MOVE REG-END-BAIRRO TO WRK-E05-BAIRRO
                   MOVE REG-END-CIDADE TO WRK-E05-CIDADE
                   MOVE REG-END-UF     TO WRK-E05-UF
                   MOVE REG-END-CEP    TO WRK-E05-CEP
               END-READ
             END-IF
           END-IF.
           MOVE WRK-NFE-REG-E TO REG-NFEARQ.
           WRITE REG-NFEARQ.
           IF WRK-E05-LOGR NOT EQUAL SPACES
             MOVE WRK-NFE-REG-E05 TO REG-NFEARQ
             WRITE REG-NFEARQ
           END-IF.

      *--- LINHAS DA NOTA NO MOVIMENTO PERMANENTE DE VENDAS ---
       0230-ITENS-DA-VENDA             SECTION.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             GO TO 0230-ITENS-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             IF MOV-NOTA EQUAL NFE-NOTA
                AND MOV-DATA EQUAL NFE-DATA-EMISSAO
                AND MOV-FILIAL EQUAL NFE-FILIAL
               MOVE MOV-CODIGO    TO WRK-H-CODIGO
               MOVE MOV-DESCRICAO TO WRK-H-DESCR
               MOVE MOV-QTD       TO WRK-H-QTD
               MOVE MOV-VALOR     TO WRK-H-VUNIT
               IF MOV-DESCONTO IS NUMERIC
                 MOVE MOV-DESCONTO TO WRK-H-VDESC
               ELSE
                 MOVE ZEROS TO WRK-H-VDESC
               END-IF
               MOVE ZEROS TO WRK-H-VICMS
               COMPUTE WRK-VPROD-ITEM = MOV-VALOR * MOV-QTD
               PERFORM 0240-GRAVAR-ITEM
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0230-ITENS-SAIDA.
           EXIT.

      *--- LINHAS DA DEVOLUCAO DO DIA NO DIARIO DEVOLUCA.DAT ---
       0235-ITENS-DA-DEVOLUCAO         SECTION.
           OPEN INPUT DEVOLUCAO.
           IF FS-DEVOLUCAO NOT EQUAL 0
             GO TO 0235-ITENS-SAIDA
           END-IF.
           READ DEVOLUCAO NEXT RECORD.
           PERFORM UNTIL FS-DEVOLUCAO NOT EQUAL 00
             IF DEV-NOTA EQUAL NFE-NOTA
                AND DEV-DATA EQUAL NFE-DATA-EMISSAO
                AND DEV-FILIAL EQUAL NFE-FILIAL
               MOVE DEV-CODIGO    TO WRK-H-CODIGO
               MOVE DEV-DESCRICAO TO WRK-H-DESCR
               MOVE DEV-QTD       TO WRK-H-QTD
               MOVE DEV-VALOR     TO WRK-H-VUNIT
               MOVE ZEROS         TO WRK-H-VDESC
               MOVE DEV-ICMS      TO WRK-H-VICMS
               COMPUTE WRK-VPROD-ITEM = DEV-VALOR * DEV-QTD
               PERFORM 0240-GRAVAR-ITEM
             END-IF
             READ DEVOLUCAO NEXT RECORD
           END-PERFORM.
           CLOSE DEVOLUCAO.
       0235-ITENS-SAIDA.
           EXIT.

       0240-GRAVAR-ITEM                SECTION.
           ADD 1 TO WRK-QTD-ITENS-NFE.
           MOVE WRK-QTD-ITENS-NFE TO WRK-H-ITEM.
           MOVE WRK-VPROD-ITEM    TO WRK-H-VPROD.
           ADD WRK-VPROD-ITEM     TO WRK-VPROD-NOTA.
           MOVE WRK-NFE-REG-H TO REG-NFEARQ.
           WRITE REG-NFEARQ.

      *--- A NOTA VAI NO LOTE E FICA AGUARDANDO O RETORNO ---
       0250-INCLUIR-NO-LOTE            SECTION.
           PERFORM 0255-ABRIR-LOTE.
           IF NOT LOTE-ABERTO
             GO TO 0250-INCLUIR-SAIDA
           END-IF.
           MOVE "NFE|"           TO WRK-LN-TIPO.
           MOVE NFE-FILIAL       TO WRK-LN-FILIAL.
           MOVE NFE-TIPO         TO WRK-LN-TIPO-NF.
           MOVE NFE-NOTA         TO WRK-LN-NOTA.
           MOVE NFE-DATA-EMISSAO TO WRK-LN-DATA.
           MOVE NFE-ARQUIVO      TO WRK-LN-DADO.
           MOVE WRK-LOTE-NFE TO REG-NFELOTE.
           WRITE REG-NFELOTE.

           MOVE 'T'          TO NFE-STATUS.
           MOVE WRK-LOTE-ID  TO NFE-LOTE.
           MOVE DTM-AAAAMMDD TO NFE-DATA-TRANSM.
           IF NFE-QTD-ENVIOS LESS 99
             ADD 1 TO NFE-QTD-ENVIOS
           END-IF.
           MOVE ZEROS  TO NFE-CSTAT.
           MOVE SPACES TO NFE-MOTIVO.
           ADD 1 TO WRK-ACUM-TRANSM.
           ADD NFE-VALOR TO WRK-TOT-TRANSM.
       0250-INCLUIR-SAIDA.
           EXIT.

      *--- O LOTE SO E CRIADO QUANDO HA O QUE TRANSMITIR ---
       0255-ABRIR-LOTE                 SECTION.
           IF LOTE-ABERTO
             GO TO 0255-ABRIR-SAIDA
           END-IF.
           MOVE SPACES TO WRK-CAMINHO-NFELOTE.
           STRING WRK-NFE-DIRETORIO DELIMITED BY SPACE
                  "LOTE" WRK-LOTE-ID ".TXT" DELIMITED BY SIZE
             INTO WRK-CAMINHO-NFELOTE
           END-STRING.
           OPEN OUTPUT NFELOTE.
           IF FS-NFELOTE NOT EQUAL 0
             DISPLAY "LOTE DE TRANSMISSAO NAO FOI CRIADO - STATUS "
                     FS-NFELOTE " - NADA SERA TRANSMITIDO"
             SET EMISSAO-EM-CONTINGENCIA TO TRUE
             GO TO 0255-ABRIR-SAIDA
           END-IF.
           SET LOTE-ABERTO TO TRUE.
           MOVE WRK-LOTE-ID TO WRK-LC-ID.
           MOVE WRK-LOTE-CABEC TO REG-NFELOTE.
           WRITE REG-NFELOTE.
       0255-ABRIR-SAIDA.
           EXIT.

      *--- EVENTO DE CANCELAMENTO DA NOTA JA TRANSMITIDA ---
       0260-ENVIAR-CANCELAMENTO        SECTION.
           PERFORM 0255-ABRIR-LOTE.
           IF NOT LOTE-ABERTO
             GO TO 0260-ENVIAR-SAIDA
           END-IF.
           MOVE "CAN|"           TO WRK-LN-TIPO.
           MOVE NFE-FILIAL       TO WRK-LN-FILIAL.
           MOVE NFE-TIPO         TO WRK-LN-TIPO-NF.
           MOVE NFE-NOTA         TO WRK-LN-NOTA.
           MOVE NFE-DATA-EMISSAO TO WRK-LN-DATA.
           MOVE SPACES TO WRK-LN-DADO.
           STRING NFE-PROTOCOLO DELIMITED BY SPACE
                  "|" NFE-MOTIVO DELIMITED BY SIZE
             INTO WRK-LN-DADO
           END-STRING.
           MOVE WRK-LOTE-NFE TO REG-NFELOTE.
           WRITE REG-NFELOTE.
           MOVE 'E' TO NFE-SW-CANCELAR.
           REWRITE REG-NFECTL
             INVALID KEY
               DISPLAY "NOTA " NFE-NOTA " NAO FOI REGRAVADA NO "
                       "CONTROLE - STATUS " FS-NFECTL
           END-REWRITE.
           ADD 1 TO WRK-ACUM-CANC.
       0260-ENVIAR-SAIDA.
           EXIT.

           COPY "CAMNFEP.cpy".
           COPY "CAMNFCP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMDEVP.cpy".
           COPY "CAMARQP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "NOTAS LIDAS NA FILA.....: " WRK-ACUM-LIDOS.
               DISPLAY "ARQUIVOS GERADOS........: " WRK-ACUM-GERADAS.
               DISPLAY "NOTAS TRANSMITIDAS......: " WRK-ACUM-TRANSM.
               DISPLAY "CANCELAMENTOS ENVIADOS..: " WRK-ACUM-CANC.
               DISPLAY "NOTAS NAO GERADAS.......: " WRK-ACUM-SEM-ITENS.
               DISPLAY "VALOR TRANSMITIDO.......: " WRK-TOT-TRANSM.
               MOVE "PROGRAMA83" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-TRANSM    TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS     TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-SEM-ITENS TO LOG-QTD-REJEITADOS.
               MOVE WRK-TOT-TRANSM     TO LOG-HASH.
               MOVE "GERACAO E TRANSMISSAO DA NF-E" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
