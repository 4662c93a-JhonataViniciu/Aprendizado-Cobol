       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA69.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: CANCELAMENTO DE NOTA NO DIA - SO PARA O
      *==           SUPERVISOR E SO PARA NOTA DA SESSAO DE CAIXA
      *==           AINDA ABERTA DA FILIAL (CAIXASES.DAT). ANULA A
      *==           NOTA DIGITADA ERRADA NO BALCAO DESFAZENDO TUDO O
      *==           QUE A VENDA DO PROGRAMA15 (OU A ENTREGA DO
      *==           PROGRAMA44) DEIXOU: AS LINHAS DO MOVIMENTO DE
      *==           VENDAS, AS BAIXAS NO ESTOQUE DA EMPRESA, NA
      *==           FILIAL E NOS LOTES, AS PARCELAS DO CONTAS A
      *==           RECEBER, OS CHEQUES DA CARTEIRA, OS DEBITOS E
      *==           EMISSOES DE VALE-PRESENTE E AS CONVERSOES DE
      *==           ORCAMENTO E ENCOMENDA - PELOS EFEITOS GRAVADOS NA
      *==           HORA EM NOTAEFE.DAT. O NUMERO CONTINUA CONSUMIDO
      *==           NA SERIE DA FILIAL E A NOTA FICA REGISTRADA EM
      *==           NOTACANC.DAT, DE ONDE O PROGRAMA47 A APONTA COMO
      *==           CANCELADA. NOTA COM PARCELA JA PAGA OU CHEQUE JA
      *==           DEPOSITADO NAO E CANCELADA AQUI (DEVOLUCAO PELO
      *==           PROGRAMA35). RODA COM O CAIXA PARADO - FORA DO
      *==           PROGRAMA15, QUE REGRAVA OS SALDOS DE FILIAL E
      *==           LOTE NO SEU FECHO. EXECUCAO NO BATCHLOG.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - PROGRAMA DE FIDELIDADE: O CANCELAMENTO
      *==           ESTORNA NO EXTRATO FIDPONT.DAT OS PONTOS QUE A
      *==           NOTA CREDITOU (X) E DEVOLVE OS QUE ELA RESGATOU
      *==           (Y).
      *== 15/10/2026 - JV - AGENDA DE ENTREGAS: A ENTREGA AINDA EM
      *==           ABERTO DA NOTA CANCELADA E MARCADA CANCELADA (C)
      *==           EM ENTREGAS.DAT E SAI DO ROMANEIO.
      *== 15/10/2026 - JV - PARCELA JA RENEGOCIADA EM ACORDO
      *==           (PROGRAMA80) TAMBEM BARRA O CANCELAMENTO.
      *== 15/10/2026 - JV - PARCELA BAIXADA PARA PERDAS (PROGRAMA82)
      *==           TAMBEM BARRA O CANCELAMENTO - A PERDA JA FOI
      *==           CONTABILIZADA.
      *== 15/10/2026 - JV - NOTA ELETRONICA: A NOTA AINDA PENDENTE OU
      *==           REJEITADA E CANCELADA DIRETO NO NFECTL.DAT; A JA
      *==           TRANSMITIDA OU AUTORIZADA FICA COM O PEDIDO DE
      *==           CANCELAMENTO PARA O PROGRAMA83 ENVIAR AO FISCO.
      *== 15/10/2026 - JV - NOTA DA FORMA ESCOLA: O LANCAMENTO NA
      *==           CONTA ESCOLAR (CONTAESC.DAT) FICA CANCELADO E NAO
      *==           VAI PARA A MENSALIDADE. JA FATURADO OU COM
      *==           DEVOLUCAO BARRA O CANCELAMENTO - USE O PROGRAMA35.
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

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT CAIXASES ASSIGN TO WRK-CAMINHO-CAIXASES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAIXASES.

           SELECT NOTAEFE ASSIGN TO WRK-CAMINHO-NOTAEFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAEFE.

           SELECT NOTACANC ASSIGN TO WRK-CAMINHO-NOTACANC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTACANC.

           SELECT CONTAREC ASSIGN TO WRK-CAMINHO-CONTAREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT CHEQUES ASSIGN TO WRK-CAMINHO-CHEQUES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHEQUES.

           SELECT VALEPRES ASSIGN TO WRK-CAMINHO-VALEPRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALEPRES.

           SELECT ORCAMENTOS ASSIGN TO WRK-CAMINHO-ORCAMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCAMENTOS.

           SELECT ENCOMENDAS ASSIGN TO WRK-CAMINHO-ENCOMEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENCOMENDAS.

           SELECT ESTFILIA ASSIGN TO WRK-CAMINHO-ESTFILIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTFILIA.

           SELECT LOTES ASSIGN TO WRK-CAMINHO-LOTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

           SELECT FIDPONT ASSIGN TO WRK-CAMINHO-FIDPONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIDPONT.

           SELECT ENTREGAS ASSIGN TO WRK-CAMINHO-ENTREGAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS.

           SELECT CANWORK ASSIGN TO WRK-CAMINHO-CANWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CANWORK.

           SELECT NFECTL ASSIGN TO WRK-CAMINHO-NFECTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-CHAVE
               FILE STATUS IS FS-NFECTL.

           SELECT CONTAESC ASSIGN TO WRK-CAMINHO-CONTAESC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS FS-CONTAESC.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".

       FD  VENDMOV.
           COPY "VENDMOV.cpy".

       FD  CAIXASES.
           COPY "CAIXASES.cpy".

       FD  NOTAEFE.
           COPY "NOTAEFE.cpy".

       FD  NOTACANC.
           COPY "NOTACANC.cpy".

       FD  CONTAREC.
           COPY "CONTAREC.cpy".

       FD  CHEQUES.
           COPY "CHEQUES.cpy".

       FD  VALEPRES.
           COPY "VALEPRES.cpy".

       FD  ORCAMENTOS.
           COPY "ORCAMENT.cpy".

       FD  ENCOMENDAS.
           COPY "ENCOMEND.cpy".

       FD  ESTFILIA.
           COPY "ESTFILIA.cpy".

       FD  LOTES.
           COPY "LOTES.cpy".

       FD  FIDPONT.
           COPY "FIDPONT.cpy".

       FD  ENTREGAS.
           COPY "ENTREGA.cpy".

       FD  CANWORK.
       01  REG-CANWORK                PIC X(200).

       FD  NFECTL.
           COPY "NFECTL.cpy".

       FD  CONTAESC.
           COPY "CONTAESC.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMPROD.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMCXS.cpy".
           COPY "CAMNEF.cpy".
           COPY "CAMNCA.cpy".
           COPY "CAMCRC.cpy".
           COPY "CAMCHQ.cpy".
           COPY "CAMVLP.cpy".
           COPY "CAMORC.cpy".
           COPY "CAMENC.cpy".
           COPY "CAMEST.cpy".
           COPY "CAMLTS.cpy".
           COPY "CAMFDP.cpy".
           COPY "CAMETG.cpy".
           COPY "CAMNFE.cpy".
           COPY "CAMCES.cpy".
           COPY "CAMLOG.cpy".
           COPY "DATAMES.cpy".
           COPY "OPESSAO.cpy".
       77  FS-PRODUTOS         PIC 9(02)    VALUE ZEROS.
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-CAIXASES         PIC 9(02)    VALUE ZEROS.
       77  FS-NOTAEFE          PIC 9(02)    VALUE ZEROS.
       77  FS-NOTACANC         PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-CHEQUES          PIC 9(02)    VALUE ZEROS.
       77  FS-VALEPRES         PIC 9(02)    VALUE ZEROS.
       77  FS-ORCAMENTOS       PIC 9(02)    VALUE ZEROS.
       77  FS-ENCOMENDAS       PIC 9(02)    VALUE ZEROS.
       77  FS-ESTFILIA         PIC 9(02)    VALUE ZEROS.
       77  FS-LOTES            PIC 9(02)    VALUE ZEROS.
       77  FS-CANWORK          PIC 9(02)    VALUE ZEROS.
       77  FS-FIDPONT          PIC 9(02)    VALUE ZEROS.
       77  FS-ENTREGAS         PIC 9(02)    VALUE ZEROS.
       77  FS-NFECTL           PIC 9(02)    VALUE ZEROS.
       77  FS-CONTAESC         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-CANWORK PIC X(100)   VALUE
           "C:/COBOL/DADOS/CANWORK.DAT.txt".

       77  WRK-FILIAL          PIC 9(02)    VALUE 01.
       77  WRK-FILIAL-ENV      PIC X(02)    VALUE SPACES.
       77  WRK-SUPERVISOR      PIC X(20)    VALUE SPACES.
       77  WRK-SW-CAIXA        PIC X(01)    VALUE "N".
           88 CAIXA-ABERTO                  VALUE "S".
       77  WRK-DATA-ABERTURA   PIC 9(08)    VALUE ZEROS.
       77  WRK-NUM-NOTA-9      PIC 9(04)    VALUE ZEROS.
       77  WRK-NUM-NOTA        PIC X(04)    VALUE SPACES.
       77  WRK-CONFIRMA        PIC X(01)    VALUE SPACES.
       77  WRK-MOTIVO          PIC X(40)    VALUE SPACES.
       77  WRK-SW-CANCELADA    PIC X(01)    VALUE "N".
           88 NOTA-JA-CANCELADA             VALUE "S".
       77  WRK-SW-BLOQUEIO     PIC X(01)    VALUE "N".
           88 CANCELAMENTO-BLOQUEADO        VALUE "S".
       77  WRK-SW-CANCELOU     PIC X(01)    VALUE "N".
           88 NOTA-CANCELADA                VALUE "S".

      *--- A NOTA NO MOVIMENTO DE VENDAS DA SESSAO ---
       77  WRK-DATA-VENDA      PIC 9(08)    VALUE ZEROS.
       77  WRK-ID-CLIENTE      PIC 9(04)    VALUE ZEROS.
       77  WRK-FORMA-PAGTO     PIC X(10)    VALUE SPACES.
       77  WRK-TOTAL-NOTA      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-LINHAS      PIC 9(05)    VALUE ZEROS.

      *--- PARCELAS (ATE 12 POR NOTA) E CHEQUES DA NOTA ---
       77  WRK-IND-PARCELA     PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-PARCELAS    PIC 9(02)    VALUE 12.
       77  WRK-ACUM-PARCELAS   PIC 9(02)    VALUE ZEROS.
       77  WRK-ACUM-CHEQUES    PIC 9(03)    VALUE ZEROS.

      *--- LANCAMENTO DA NOTA NA CONTA ESCOLAR (FORMA ESCOLA) ---
       77  WRK-SW-CONTA-ESC    PIC X(01)    VALUE "N".
           88 CONTA-ESCOLA-ACHADA           VALUE "S".
       77  WRK-CHAVE-CONTA-ESC PIC X(12)    VALUE SPACES.

      *--- EFEITOS DA NOTA (NOTAEFE.DAT) EM MEMORIA ---
       01  WRK-TAB-EFEITOS.
           05 WRK-EFE-ITEM OCCURS 500 TIMES.
              10 WRK-EFE-TIPO       PIC X(01).
              10 WRK-EFE-CODIGO     PIC 9(05).
              10 WRK-EFE-REFERENCIA PIC X(10).
              10 WRK-EFE-QTD        PIC 9(05).
              10 WRK-EFE-VALOR      PIC 9(06)V99.
              10 WRK-EFE-APLICADO   PIC X(01).
       77  WRK-QTD-EFEITOS     PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-EFEITOS     PIC 9(03)    VALUE 500.
       77  WRK-IND-EFEITO      PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-EFEITO       PIC X(01)    VALUE "N".
           88 EFEITO-ACHADO                 VALUE "S".
       77  WRK-QTD-EFE-ESTOQUE PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-EFE-FILIAL  PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-EFE-LOTE    PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-EFE-VALE    PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-EFE-ORC     PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-EFE-ENC     PIC 9(03)    VALUE ZEROS.
       01  WRK-REFERENCIA.
           05 WRK-REF-NUMERO   PIC 9(06).
           05 FILLER           PIC X(04)    VALUE SPACES.

      *--- SALDOS POR FILIAL (ESTFILIA.DAT) EM MEMORIA ---
       01  WRK-TAB-ESTFILIA.
           05 WRK-EST-ITEM OCCURS 500 TIMES.
              10 WRK-EST-FILIAL   PIC 9(02).
              10 WRK-EST-CODIGO   PIC 9(05).
              10 WRK-EST-QTD      PIC 9(05).
       77  WRK-QTD-ESTFIL      PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-ESTFIL      PIC 9(03)    VALUE 500.
       77  WRK-IND-ESTFIL      PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-ESTFIL       PIC X(01)    VALUE "N".
           88 SALDO-FILIAL-ACHADO           VALUE "S".

      *--- SALDOS POR LOTE (LOTES.DAT) EM MEMORIA ---
       01  WRK-TAB-LOTES.
           05 WRK-LOT-ITEM OCCURS 500 TIMES.
              10 WRK-LOT-CODIGO   PIC 9(05).
              10 WRK-LOT-NUMERO   PIC X(10).
              10 WRK-LOT-VALIDADE PIC 9(08).
              10 WRK-LOT-QTD      PIC 9(05).
       77  WRK-QTD-LOTES       PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-LOTES       PIC 9(03)    VALUE 500.
       77  WRK-IND-LOTE        PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-LOTE         PIC X(01)    VALUE "N".
           88 LOTE-ACHADO                   VALUE "S".

      *--- VALES-PRESENTE (VALEPRES.DAT) EM MEMORIA ---
       01  WRK-TAB-VALES.
           05 WRK-VLP-REG OCCURS 500 TIMES PIC X(43).
       77  WRK-QTD-VALES       PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-VALES       PIC 9(03)    VALUE 500.
       77  WRK-IND-VALE        PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-VALE         PIC X(01)    VALUE "N".
           88 VALE-ACHADO                   VALUE "S".

      *--- CONTADORES DO ESTORNO ---
       77  WRK-ACUM-MOV        PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-ESTOQUE    PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-FILIAL     PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-LOTE       PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-VALES      PIC 9(03)    VALUE ZEROS.
       77  WRK-ACUM-ORC        PIC 9(03)    VALUE ZEROS.
       77  WRK-ACUM-ENC        PIC 9(03)    VALUE ZEROS.
       77  WRK-ACUM-ETG        PIC 9(03)    VALUE ZEROS.

      *--- PONTOS DE FIDELIDADE DA NOTA ---
       77  WRK-PONTOS-CREDITO  PIC S9(08)   VALUE ZEROS.
       77  WRK-PONTOS-RESGATE  PIC S9(08)   VALUE ZEROS.
       77  WRK-SALDO-PONTOS    PIC S9(08)   VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
      *    FORA DO MENU A SESSAO ESTA VAZIA - O MODULO SIGNON
      *    IDENTIFICA O OPERADOR CONTRA O OPERADOR.DAT, COMO O
      *    SIGN-ON DO ARQMENU
           IF WRK-SESSAO-NIVEL IS NOT NUMERIC
              OR WRK-SESSAO-NIVEL LESS 2
             CALL "SIGNON"
           END-IF.
           IF WRK-SESSAO-NIVEL IS NOT NUMERIC
              OR WRK-SESSAO-NIVEL LESS 2
             DISPLAY "CANCELAMENTO DE NOTA SO PARA SUPERVISOR"
             GOBACK
           END-IF.
           MOVE WRK-SESSAO-OPERADOR TO WRK-SUPERVISOR.

           CALL "DATAMES" USING WRK-AREA-DATAMES.

           IF WRK-SESSAO-FILIAL IS NUMERIC
              AND WRK-SESSAO-FILIAL GREATER ZEROS
             MOVE WRK-SESSAO-FILIAL TO WRK-FILIAL
           ELSE
             ACCEPT WRK-FILIAL-ENV FROM ENVIRONMENT "FILIAL"
             IF WRK-FILIAL-ENV IS NUMERIC
                AND WRK-FILIAL-ENV NOT EQUAL "00"
               MOVE WRK-FILIAL-ENV TO WRK-FILIAL
             END-IF
           END-IF.

           PERFORM 0110-VERIFICAR-CAIXA.
           IF NOT CAIXA-ABERTO
             DISPLAY "NAO HA CAIXA ABERTO PARA A FILIAL " WRK-FILIAL
                     " - SO NOTA DA SESSAO ABERTA PODE SER CANCELADA"
             GOBACK
           END-IF.
           DISPLAY "CANCELAMENTO DE NOTA - FILIAL " WRK-FILIAL
                   " - CAIXA ABERTO EM " WRK-DATA-ABERTURA.

           DISPLAY "NUMERO DA NOTA A CANCELAR... "
             ACCEPT WRK-NUM-NOTA-9.
           MOVE WRK-NUM-NOTA-9 TO WRK-NUM-NOTA.

      *--- A SESSAO ABERTA DA FILIAL DELIMITA AS NOTAS CANCELAVEIS ---
       0110-VERIFICAR-CAIXA            SECTION.
           MOVE "N" TO WRK-SW-CAIXA.
           PERFORM 0134-OBTER-CAMINHO-CAIXASES.
           OPEN INPUT CAIXASES.
           IF FS-CAIXASES NOT EQUAL 0
             GO TO 0110-VERIFICAR-SAIDA
           END-IF.
           READ CAIXASES NEXT RECORD.
           PERFORM UNTIL FS-CAIXASES NOT EQUAL 00
             IF CXS-FILIAL EQUAL WRK-FILIAL AND CXS-ABERTO
               SET CAIXA-ABERTO TO TRUE
               MOVE CXS-DATA-ABERTURA TO WRK-DATA-ABERTURA
             END-IF
             READ CAIXASES NEXT RECORD
           END-PERFORM.
           CLOSE CAIXASES.
       0110-VERIFICAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0200-PROCESSAR: TODAS AS CONFERENCIAS E CARGAS ACONTECEM
      *  ANTES DO PRIMEIRO ESTORNO - QUALQUER RECUSA DEIXA OS
      *  ARQUIVOS COMO ESTAVAM.
      *--------------------------------------------------------------
       0200-PROCESSAR                  SECTION.
           PERFORM 0205-CONFERIR-CANCELADA.
           IF NOTA-JA-CANCELADA
             DISPLAY "NOTA " WRK-NUM-NOTA " JA FOI CANCELADA"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           PERFORM 0210-LOCALIZAR-NOTA.
           IF CANCELAMENTO-BLOQUEADO
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           IF WRK-QTD-LINHAS EQUAL ZEROS
             DISPLAY "NOTA " WRK-NUM-NOTA " NAO ENCONTRADA NO "
                     "MOVIMENTO DA SESSAO ABERTA DA FILIAL "
                     WRK-FILIAL
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           IF WRK-FORMA-PAGTO EQUAL "A PRAZO"
             PERFORM 0215-CONFERIR-PARCELAS
           END-IF.
           IF WRK-FORMA-PAGTO EQUAL "CHEQUE"
             PERFORM 0220-CONFERIR-CHEQUES
           END-IF.
           IF WRK-FORMA-PAGTO EQUAL "ESCOLA"
             PERFORM 0222-CONFERIR-CONTA-ESCOLA
           END-IF.
           IF CANCELAMENTO-BLOQUEADO
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           PERFORM 0225-CARREGAR-EFEITOS.
           IF NOT CANCELAMENTO-BLOQUEADO
             PERFORM 0227-CARREGAR-SALDOS
           END-IF.
           IF CANCELAMENTO-BLOQUEADO
             DISPLAY "NOTA " WRK-NUM-NOTA " NAO FOI CANCELADA"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           DISPLAY "NOTA.............: " WRK-NUM-NOTA
                   " DE " WRK-DATA-VENDA.
           DISPLAY "CLIENTE..........: " WRK-ID-CLIENTE.
           DISPLAY "FORMA DE PAGAMENTO: " WRK-FORMA-PAGTO.
           DISPLAY "VALOR DA NOTA....: " WRK-TOTAL-NOTA.
           DISPLAY "LINHAS NO MOVIMENTO: " WRK-QTD-LINHAS.
           DISPLAY "EFEITOS A ESTORNAR: " WRK-QTD-EFEITOS.
           IF WRK-QTD-EFEITOS EQUAL ZEROS
             DISPLAY "*** NOTA SEM EFEITOS REGISTRADOS - SO O "
                     "MOVIMENTO, AS PARCELAS E OS CHEQUES SERAO "
                     "ESTORNADOS ***"
           END-IF.

           DISPLAY "MOTIVO DO CANCELAMENTO... "
             ACCEPT WRK-MOTIVO.
           DISPLAY "CONFIRMA O CANCELAMENTO DA NOTA? (S/N) "
             ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
             DISPLAY "CANCELAMENTO ABANDONADO - NADA FOI ALTERADO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           PERFORM 0230-ESTORNAR-MOVIMENTO.
           IF CANCELAMENTO-BLOQUEADO
             DISPLAY "NOTA " WRK-NUM-NOTA " NAO FOI CANCELADA"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           IF WRK-QTD-EFE-ESTOQUE GREATER ZEROS
             PERFORM 0240-ESTORNAR-ESTOQUE
           END-IF.
           IF WRK-QTD-EFE-FILIAL GREATER ZEROS
             PERFORM 0245-ESTORNAR-FILIAL
           END-IF.
           IF WRK-QTD-EFE-LOTE GREATER ZEROS
             PERFORM 0250-ESTORNAR-LOTES
           END-IF.
           IF WRK-ACUM-PARCELAS GREATER ZEROS
             PERFORM 0255-ESTORNAR-PARCELAS
           END-IF.
           IF WRK-ACUM-CHEQUES GREATER ZEROS
             PERFORM 0260-ESTORNAR-CHEQUES
           END-IF.
           IF CONTA-ESCOLA-ACHADA
             PERFORM 0262-CANCELAR-CONTA-ESCOLA
           END-IF.
           IF WRK-QTD-EFE-VALE GREATER ZEROS
             PERFORM 0265-ESTORNAR-VALES
           END-IF.
           IF WRK-QTD-EFE-ORC GREATER ZEROS
             PERFORM 0270-REABRIR-ORCAMENTO
           END-IF.
           IF WRK-QTD-EFE-ENC GREATER ZEROS
             PERFORM 0275-REABRIR-ENCOMENDA
           END-IF.
           IF WRK-ID-CLIENTE GREATER ZEROS
             PERFORM 0278-ESTORNAR-PONTOS
           END-IF.
           PERFORM 0279-CANCELAR-ENTREGA.
           PERFORM 0280-REGISTRAR-CANCELAMENTO.
           PERFORM 0281-CANCELAR-NFE.
           SET NOTA-CANCELADA TO TRUE.

           DISPLAY "NOTA " WRK-NUM-NOTA " CANCELADA".
           DISPLAY "LINHAS DO MOVIMENTO RETIRADAS: " WRK-ACUM-MOV.
           DISPLAY "UNIDADES DEVOLVIDAS AO ESTOQUE: " WRK-ACUM-ESTOQUE.
           DISPLAY "UNIDADES DEVOLVIDAS A FILIAL..: " WRK-ACUM-FILIAL.
           DISPLAY "UNIDADES DEVOLVIDAS AOS LOTES.: " WRK-ACUM-LOTE.
           DISPLAY "PARCELAS EXCLUIDAS............: "
                   WRK-ACUM-PARCELAS.
           DISPLAY "CHEQUES RETIRADOS DA CARTEIRA.: "
                   WRK-ACUM-CHEQUES.
           DISPLAY "VALES ESTORNADOS..............: " WRK-ACUM-VALES.
           DISPLAY "LINHAS DE ORCAMENTO REABERTAS.: " WRK-ACUM-ORC.
           DISPLAY "LINHAS DE ENCOMENDA REABERTAS.: " WRK-ACUM-ENC.
           DISPLAY "PONTOS ESTORNADOS.............: "
                   WRK-PONTOS-CREDITO.
           DISPLAY "PONTOS DEVOLVIDOS AO CLIENTE..: "
                   WRK-PONTOS-RESGATE.
           DISPLAY "ENTREGAS CANCELADAS..........: " WRK-ACUM-ETG.
       0200-PROCESSAR-SAIDA.
           EXIT.

      *--- A MESMA NOTA NAO E CANCELADA DUAS VEZES ---
       0205-CONFERIR-CANCELADA         SECTION.
           MOVE "N" TO WRK-SW-CANCELADA.
           PERFORM 0178-OBTER-CAMINHO-NOTACANC.
           OPEN INPUT NOTACANC.
           IF FS-NOTACANC NOT EQUAL 0
             GO TO 0205-CONFERIR-SAIDA
           END-IF.
           READ NOTACANC NEXT RECORD.
           PERFORM UNTIL FS-NOTACANC NOT EQUAL 00
             IF NCA-FILIAL EQUAL WRK-FILIAL
                AND NCA-NOTA EQUAL WRK-NUM-NOTA
                AND NCA-DATA-VENDA IS GREATER THAN OR EQUAL TO
                    WRK-DATA-ABERTURA
               SET NOTA-JA-CANCELADA TO TRUE
             END-IF
             READ NOTACANC NEXT RECORD
           END-PERFORM.
           CLOSE NOTACANC.
       0205-CONFERIR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0210-LOCALIZAR-NOTA: AS LINHAS DA NOTA NA FILIAL COM DATA
      *  A PARTIR DA ABERTURA DO CAIXA - NOTA DE SESSAO JA FECHADA
      *  NAO E ENCONTRADA E SEGUE PELA DEVOLUCAO DO PROGRAMA35.
      *--------------------------------------------------------------
       0210-LOCALIZAR-NOTA             SECTION.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-TOTAL-NOTA.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0210-LOCALIZAR-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             IF MOV-FILIAL EQUAL WRK-FILIAL
                AND MOV-NOTA EQUAL WRK-NUM-NOTA
                AND MOV-DATA IS GREATER THAN OR EQUAL TO
                    WRK-DATA-ABERTURA
               ADD 1 TO WRK-QTD-LINHAS
               COMPUTE WRK-TOTAL-NOTA = WRK-TOTAL-NOTA
                   + (MOV-QTD * MOV-VALOR)
               MOVE MOV-DATA        TO WRK-DATA-VENDA
               MOVE MOV-ID-CLIENTE  TO WRK-ID-CLIENTE
               MOVE MOV-FORMA-PAGTO TO WRK-FORMA-PAGTO
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0210-LOCALIZAR-SAIDA.
           EXIT.

      *--- PARCELA COM PAGAMENTO BARRA O CANCELAMENTO ---
       0215-CONFERIR-PARCELAS          SECTION.
           MOVE ZEROS TO WRK-ACUM-PARCELAS.
           PERFORM 0124-OBTER-CAMINHO-CONTAREC.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC NOT EQUAL 0
             DISPLAY "CONTAS A RECEBER NAO FOI ABERTO - STATUS "
                     FS-CONTAREC
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0215-CONFERIR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-PARCELA.
           PERFORM 0216-CONFERIR-PARCELA
             UNTIL WRK-IND-PARCELA GREATER WRK-MAX-PARCELAS.
           CLOSE CONTAREC.
       0215-CONFERIR-SAIDA.
           EXIT.

       0216-CONFERIR-PARCELA           SECTION.
           MOVE WRK-ID-CLIENTE  TO CRC-ID-CLIENTE.
           MOVE WRK-NUM-NOTA    TO CRC-NOTA.
           MOVE WRK-IND-PARCELA TO CRC-PARCELA.
           READ CONTAREC
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CRC-DATA-VENDA EQUAL WRK-DATA-VENDA
                 ADD 1 TO WRK-ACUM-PARCELAS
                 IF CRC-VALOR-PAGO GREATER ZEROS OR CRC-QUITADA
                   DISPLAY "PARCELA " CRC-PARCELA " DA NOTA JA TEM "
                           "PAGAMENTO - CANCELAMENTO RECUSADO, USE "
                           "A DEVOLUCAO DO PROGRAMA35"
                   SET CANCELAMENTO-BLOQUEADO TO TRUE
                 END-IF
                 IF CRC-RENEGOCIADA
                   DISPLAY "PARCELA " CRC-PARCELA " DA NOTA ESTA NO "
                           "ACORDO " CRC-ACORDO " - CANCELAMENTO "
                           "RECUSADO"
                   SET CANCELAMENTO-BLOQUEADO TO TRUE
                 END-IF
                 IF CRC-PERDA
                   DISPLAY "PARCELA " CRC-PARCELA " DA NOTA FOI "
                           "BAIXADA PARA PERDAS - CANCELAMENTO "
                           "RECUSADO"
                   SET CANCELAMENTO-BLOQUEADO TO TRUE
                 END-IF
               END-IF
           END-READ.
           ADD 1 TO WRK-IND-PARCELA.

      *--- CHEQUE JA DEPOSITADO OU DEVOLVIDO BARRA O CANCELAMENTO ---
       0220-CONFERIR-CHEQUES           SECTION.
           MOVE ZEROS TO WRK-ACUM-CHEQUES.
           PERFORM 0135-OBTER-CAMINHO-CHEQUES.
           OPEN INPUT CHEQUES.
           IF FS-CHEQUES NOT EQUAL 0
             GO TO 0220-CONFERIR-SAIDA
           END-IF.
           READ CHEQUES NEXT RECORD.
           PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
             IF CHQ-FILIAL EQUAL WRK-FILIAL
                AND CHQ-NOTA EQUAL WRK-NUM-NOTA
                AND CHQ-ID-CLIENTE EQUAL WRK-ID-CLIENTE
               ADD 1 TO WRK-ACUM-CHEQUES
               IF NOT CHQ-EM-CARTEIRA
                 DISPLAY "CHEQUE " CHQ-NUMERO " DA NOTA JA SAIU DA "
                         "CARTEIRA - CANCELAMENTO RECUSADO, USE A "
                         "DEVOLUCAO DO PROGRAMA35"
                 SET CANCELAMENTO-BLOQUEADO TO TRUE
               END-IF
             END-IF
             READ CHEQUES NEXT RECORD
           END-PERFORM.
           CLOSE CHEQUES.
       0220-CONFERIR-SAIDA.
           EXIT.

      *--- LANCAMENTO JA FATURADO OU COM DEVOLUCAO BARRA ---
      *--- O CANCELAMENTO; SEM LANCAMENTO SO HA AVISO      ---
       0222-CONFERIR-CONTA-ESCOLA      SECTION.
           MOVE "N" TO WRK-SW-CONTA-ESC.
           PERFORM 0187-OBTER-CAMINHO-CONTAESC.
           OPEN INPUT CONTAESC.
           IF FS-CONTAESC NOT EQUAL 0
             DISPLAY "CONTA ESCOLAR NAO FOI ABERTA - STATUS "
                     FS-CONTAESC
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0222-CONFERIR-SAIDA
           END-IF.
           READ CONTAESC NEXT RECORD.
           PERFORM UNTIL FS-CONTAESC NOT EQUAL 00
             IF CES-FILIAL EQUAL WRK-FILIAL
                AND CES-NOTA EQUAL WRK-NUM-NOTA
                AND CES-DATA EQUAL WRK-DATA-VENDA
                AND CES-VENDA AND NOT CES-CANCELADO
               SET CONTA-ESCOLA-ACHADA TO TRUE
               MOVE CES-CHAVE TO WRK-CHAVE-CONTA-ESC
               IF CES-FATURADO
                 DISPLAY "NOTA JA COBRADA NA MENSALIDADE "
                         CES-COMPETENCIA " DO ALUNO " CES-ALU-ID
                         " - CANCELAMENTO RECUSADO, USE A "
                         "DEVOLUCAO DO PROGRAMA35"
                 SET CANCELAMENTO-BLOQUEADO TO TRUE
               END-IF
               IF CES-VALOR-DEVOLVIDO GREATER ZEROS
                 DISPLAY "NOTA JA TEM DEVOLUCAO NA CONTA ESCOLAR - "
                         "CANCELAMENTO RECUSADO"
                 SET CANCELAMENTO-BLOQUEADO TO TRUE
               END-IF
             END-IF
             READ CONTAESC NEXT RECORD
           END-PERFORM.
           CLOSE CONTAESC.
           IF NOT CONTA-ESCOLA-ACHADA
             DISPLAY "*** NOTA SEM LANCAMENTO NA CONTA ESCOLAR ***"
           END-IF.
       0222-CONFERIR-SAIDA.
           EXIT.

      *--- EFEITOS GRAVADOS PELA VENDA/ENTREGA NA DATA DA NOTA ---
       0225-CARREGAR-EFEITOS           SECTION.
           MOVE ZEROS TO WRK-QTD-EFEITOS.
           PERFORM 0177-OBTER-CAMINHO-NOTAEFE.
           OPEN INPUT NOTAEFE.
           IF FS-NOTAEFE NOT EQUAL 0
             GO TO 0225-CARREGAR-SAIDA
           END-IF.
           READ NOTAEFE NEXT RECORD.
           PERFORM UNTIL FS-NOTAEFE NOT EQUAL 00
             IF NEF-FILIAL EQUAL WRK-FILIAL
                AND NEF-NOTA EQUAL WRK-NUM-NOTA
                AND NEF-DATA EQUAL WRK-DATA-VENDA
               PERFORM 0226-GUARDAR-EFEITO
             END-IF
             READ NOTAEFE NEXT RECORD
           END-PERFORM.
           CLOSE NOTAEFE.
       0225-CARREGAR-SAIDA.
           EXIT.

       0226-GUARDAR-EFEITO             SECTION.
           IF WRK-QTD-EFEITOS NOT LESS WRK-MAX-EFEITOS
             IF NOT CANCELAMENTO-BLOQUEADO
               DISPLAY "TABELA DE EFEITOS CHEIA (MAX "
                       WRK-MAX-EFEITOS ") - ESTORNO INCOMPLETO"
             END-IF
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0226-GUARDAR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-EFEITOS.
           MOVE NEF-TIPO       TO WRK-EFE-TIPO(WRK-QTD-EFEITOS).
           MOVE NEF-CODIGO     TO WRK-EFE-CODIGO(WRK-QTD-EFEITOS).
           MOVE NEF-REFERENCIA
             TO WRK-EFE-REFERENCIA(WRK-QTD-EFEITOS).
           MOVE NEF-QTD        TO WRK-EFE-QTD(WRK-QTD-EFEITOS).
           MOVE NEF-VALOR      TO WRK-EFE-VALOR(WRK-QTD-EFEITOS).
           MOVE "N"            TO WRK-EFE-APLICADO(WRK-QTD-EFEITOS).
           EVALUATE TRUE
             WHEN NEF-BAIXA-ESTOQUE
               ADD 1 TO WRK-QTD-EFE-ESTOQUE
             WHEN NEF-BAIXA-FILIAL
               ADD 1 TO WRK-QTD-EFE-FILIAL
             WHEN NEF-BAIXA-LOTE
               ADD 1 TO WRK-QTD-EFE-LOTE
             WHEN NEF-DEBITO-VALE
             WHEN NEF-EMISSAO-VALE
               ADD 1 TO WRK-QTD-EFE-VALE
             WHEN NEF-ORCAMENTO
               ADD 1 TO WRK-QTD-EFE-ORC
             WHEN NEF-ENCOMENDA
               ADD 1 TO WRK-QTD-EFE-ENC
           END-EVALUATE.
       0226-GUARDAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0227-CARREGAR-SALDOS: FILIAL, LOTES E VALES SAO REGRAVADOS
      *  POR INTEIRO - SO SE CANCELA COM A CARGA COMPLETA EM MEMORIA.
      *--------------------------------------------------------------
       0227-CARREGAR-SALDOS            SECTION.
           IF WRK-QTD-EFE-FILIAL GREATER ZEROS
             PERFORM 0228-CARREGAR-ESTFILIA
           END-IF.
           IF WRK-QTD-EFE-LOTE GREATER ZEROS
             PERFORM 0229-CARREGAR-LOTES
           END-IF.
           IF WRK-QTD-EFE-VALE GREATER ZEROS
             PERFORM 0229A-CARREGAR-VALES
           END-IF.

       0228-CARREGAR-ESTFILIA          SECTION.
           MOVE ZEROS TO WRK-QTD-ESTFIL.
           PERFORM 0148-OBTER-CAMINHO-ESTFILIA.
           OPEN INPUT ESTFILIA.
           IF FS-ESTFILIA NOT EQUAL 0
             DISPLAY "SALDOS POR FILIAL NAO FORAM ABERTOS - STATUS "
                     FS-ESTFILIA
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0228-CARREGAR-SAIDA
           END-IF.
           READ ESTFILIA NEXT RECORD.
           PERFORM UNTIL FS-ESTFILIA NOT EQUAL 00
             IF WRK-QTD-ESTFIL LESS WRK-MAX-ESTFIL
               ADD 1 TO WRK-QTD-ESTFIL
               MOVE EST-FILIAL TO WRK-EST-FILIAL(WRK-QTD-ESTFIL)
               MOVE EST-CODIGO TO WRK-EST-CODIGO(WRK-QTD-ESTFIL)
               MOVE EST-QTD    TO WRK-EST-QTD(WRK-QTD-ESTFIL)
             ELSE
               IF NOT CANCELAMENTO-BLOQUEADO
                 DISPLAY "TABELA DE SALDOS POR FILIAL CHEIA (MAX "
                         WRK-MAX-ESTFIL ")"
               END-IF
               SET CANCELAMENTO-BLOQUEADO TO TRUE
             END-IF
             READ ESTFILIA NEXT RECORD
           END-PERFORM.
           CLOSE ESTFILIA.
       0228-CARREGAR-SAIDA.
           EXIT.

       0229-CARREGAR-LOTES             SECTION.
           MOVE ZEROS TO WRK-QTD-LOTES.
           PERFORM 0154-OBTER-CAMINHO-LOTES.
           OPEN INPUT LOTES.
           IF FS-LOTES NOT EQUAL 0
             DISPLAY "SALDOS POR LOTE NAO FORAM ABERTOS - STATUS "
                     FS-LOTES
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0229-CARREGAR-SAIDA
           END-IF.
           READ LOTES NEXT RECORD.
           PERFORM UNTIL FS-LOTES NOT EQUAL 00
             IF WRK-QTD-LOTES LESS WRK-MAX-LOTES
               ADD 1 TO WRK-QTD-LOTES
               MOVE LOT-CODIGO   TO WRK-LOT-CODIGO(WRK-QTD-LOTES)
               MOVE LOT-NUMERO   TO WRK-LOT-NUMERO(WRK-QTD-LOTES)
               MOVE LOT-VALIDADE TO WRK-LOT-VALIDADE(WRK-QTD-LOTES)
               MOVE LOT-QTD      TO WRK-LOT-QTD(WRK-QTD-LOTES)
             ELSE
               IF NOT CANCELAMENTO-BLOQUEADO
                 DISPLAY "TABELA DE LOTES CHEIA (MAX "
                         WRK-MAX-LOTES ")"
               END-IF
               SET CANCELAMENTO-BLOQUEADO TO TRUE
             END-IF
             READ LOTES NEXT RECORD
           END-PERFORM.
           CLOSE LOTES.
       0229-CARREGAR-SAIDA.
           EXIT.

       0229A-CARREGAR-VALES            SECTION.
           MOVE ZEROS TO WRK-QTD-VALES.
           PERFORM 0136-OBTER-CAMINHO-VALEPRES.
           OPEN INPUT VALEPRES.
           IF FS-VALEPRES NOT EQUAL 0
             DISPLAY "ARQUIVO DE VALES NAO FOI ABERTO - STATUS "
                     FS-VALEPRES
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0229A-CARREGAR-SAIDA
           END-IF.
           READ VALEPRES NEXT RECORD.
           PERFORM UNTIL FS-VALEPRES NOT EQUAL 00
             IF WRK-QTD-VALES LESS WRK-MAX-VALES
               ADD 1 TO WRK-QTD-VALES
               MOVE REG-VALEPRES TO WRK-VLP-REG(WRK-QTD-VALES)
             ELSE
               IF NOT CANCELAMENTO-BLOQUEADO
                 DISPLAY "TABELA DE VALES CHEIA (MAX "
                         WRK-MAX-VALES ")"
               END-IF
               SET CANCELAMENTO-BLOQUEADO TO TRUE
             END-IF
             READ VALEPRES NEXT RECORD
           END-PERFORM.
           CLOSE VALEPRES.
       0229A-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0230-ESTORNAR-MOVIMENTO: COPIA O MOVIMENTO PARA O ARQUIVO
      *  DE TRABALHO SEM AS LINHAS DA NOTA E O DEVOLVE NO LUGAR, NOS
      *  MOLDES DA MARCACAO DO ORCAMENTO NO PROGRAMA15. OS TOTAIS
      *  DO FECHO DO CAIXA (PROGRAMA37) JA SAEM SEM A NOTA.
      *--------------------------------------------------------------
       0230-ESTORNAR-MOVIMENTO         SECTION.
           MOVE ZEROS TO WRK-ACUM-MOV.
           CALL "CONFIG" USING
               "CANWORK_DAT         " WRK-CAMINHO-CANWORK.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0230-ESTORNAR-SAIDA
           END-IF.
           OPEN OUTPUT CANWORK.
           IF FS-CANWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DO CANCELAMENTO NAO FOI "
                     "ABERTO - STATUS " FS-CANWORK
             CLOSE VENDMOV
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0230-ESTORNAR-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             IF MOV-FILIAL EQUAL WRK-FILIAL
                AND MOV-NOTA EQUAL WRK-NUM-NOTA
                AND MOV-DATA IS GREATER THAN OR EQUAL TO
                    WRK-DATA-ABERTURA
               ADD 1 TO WRK-ACUM-MOV
             ELSE
               MOVE REG-VENDMOV TO REG-CANWORK
               WRITE REG-CANWORK
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
           CLOSE CANWORK.

           OPEN INPUT CANWORK.
           OPEN OUTPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI REGRAVADO - STATUS "
                     FS-VENDMOV " - COPIA EM " WRK-CAMINHO-CANWORK
             CLOSE CANWORK
             SET CANCELAMENTO-BLOQUEADO TO TRUE
             GO TO 0230-ESTORNAR-SAIDA
           END-IF.
           READ CANWORK NEXT RECORD.
           PERFORM UNTIL FS-CANWORK NOT EQUAL 00
             MOVE REG-CANWORK TO REG-VENDMOV
             WRITE REG-VENDMOV
             READ CANWORK NEXT RECORD
           END-PERFORM.
           CLOSE CANWORK.
           CLOSE VENDMOV.
       0230-ESTORNAR-SAIDA.
           EXIT.

      *--- DEVOLVE AO TOTAL DA EMPRESA O QUE A NOTA BAIXOU ---
       0240-ESTORNAR-ESTOQUE           SECTION.
           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL 0
             DISPLAY "CADASTRO DE PRODUTOS NAO FOI ABERTO - ESTOQUE "
                     "NAO ESTORNADO - STATUS " FS-PRODUTOS
             GO TO 0240-ESTORNAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-EFEITO.
           PERFORM 0241-ESTORNAR-PRODUTO
             UNTIL WRK-IND-EFEITO GREATER WRK-QTD-EFEITOS.
           CLOSE PRODUTOS.
       0240-ESTORNAR-SAIDA.
           EXIT.

       0241-ESTORNAR-PRODUTO           SECTION.
           IF WRK-EFE-TIPO(WRK-IND-EFEITO) EQUAL 'E'
             MOVE WRK-EFE-CODIGO(WRK-IND-EFEITO) TO PROD-CODIGO
             READ PRODUTOS
               INVALID KEY
                 DISPLAY "PRODUTO " PROD-CODIGO " NAO CADASTRADO - "
                         "ESTOQUE NAO ESTORNADO"
               NOT INVALID KEY
                 ADD WRK-EFE-QTD(WRK-IND-EFEITO) TO PROD-QTD-ESTOQUE
                 REWRITE REG-PRODUTOS
                   INVALID KEY
                     DISPLAY "ESTOQUE NAO FOI ESTORNADO - PRODUTO "
                             PROD-CODIGO
                   NOT INVALID KEY
                     ADD WRK-EFE-QTD(WRK-IND-EFEITO)
                       TO WRK-ACUM-ESTOQUE
                 END-REWRITE
             END-READ
           END-IF.
           ADD 1 TO WRK-IND-EFEITO.

      *--- DEVOLVE AO SALDO DA FILIAL E REGRAVA ESTFILIA.DAT ---
       0245-ESTORNAR-FILIAL            SECTION.
           MOVE 1 TO WRK-IND-EFEITO.
           PERFORM 0246-ESTORNAR-SALDO-FILIAL
             UNTIL WRK-IND-EFEITO GREATER WRK-QTD-EFEITOS.
           OPEN OUTPUT ESTFILIA.
           IF FS-ESTFILIA NOT EQUAL 0
             DISPLAY "SALDOS POR FILIAL NAO FORAM REGRAVADOS - "
                     "STATUS " FS-ESTFILIA
             GO TO 0245-ESTORNAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-ESTFIL.
           PERFORM 0248-GRAVAR-ESTFIL
             UNTIL WRK-IND-ESTFIL GREATER WRK-QTD-ESTFIL.
           CLOSE ESTFILIA.
       0245-ESTORNAR-SAIDA.
           EXIT.

       0246-ESTORNAR-SALDO-FILIAL      SECTION.
           IF WRK-EFE-TIPO(WRK-IND-EFEITO) EQUAL 'F'
             MOVE 1   TO WRK-IND-ESTFIL
             MOVE "N" TO WRK-SW-ESTFIL
             PERFORM 0247-LOCALIZAR-ESTFIL
               UNTIL WRK-IND-ESTFIL GREATER WRK-QTD-ESTFIL
                  OR SALDO-FILIAL-ACHADO
             IF SALDO-FILIAL-ACHADO
               ADD WRK-EFE-QTD(WRK-IND-EFEITO)
                 TO WRK-EST-QTD(WRK-IND-ESTFIL)
               ADD WRK-EFE-QTD(WRK-IND-EFEITO) TO WRK-ACUM-FILIAL
             ELSE
               IF WRK-QTD-ESTFIL LESS WRK-MAX-ESTFIL
                 ADD 1 TO WRK-QTD-ESTFIL
                 MOVE WRK-FILIAL TO WRK-EST-FILIAL(WRK-QTD-ESTFIL)
                 MOVE WRK-EFE-CODIGO(WRK-IND-EFEITO)
                   TO WRK-EST-CODIGO(WRK-QTD-ESTFIL)
                 MOVE WRK-EFE-QTD(WRK-IND-EFEITO)
                   TO WRK-EST-QTD(WRK-QTD-ESTFIL)
                 ADD WRK-EFE-QTD(WRK-IND-EFEITO) TO WRK-ACUM-FILIAL
               ELSE
                 DISPLAY "SALDO DA FILIAL NAO ESTORNADO - PRODUTO "
                         WRK-EFE-CODIGO(WRK-IND-EFEITO)
               END-IF
             END-IF
           END-IF.
           ADD 1 TO WRK-IND-EFEITO.

       0247-LOCALIZAR-ESTFIL           SECTION.
           IF WRK-EST-FILIAL(WRK-IND-ESTFIL) EQUAL WRK-FILIAL
              AND WRK-EST-CODIGO(WRK-IND-ESTFIL) EQUAL
                  WRK-EFE-CODIGO(WRK-IND-EFEITO)
             SET SALDO-FILIAL-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-ESTFIL
           END-IF.

       0248-GRAVAR-ESTFIL              SECTION.
           MOVE WRK-EST-FILIAL(WRK-IND-ESTFIL) TO EST-FILIAL.
           MOVE WRK-EST-CODIGO(WRK-IND-ESTFIL) TO EST-CODIGO.
           MOVE WRK-EST-QTD(WRK-IND-ESTFIL)    TO EST-QTD.
           WRITE REG-ESTFILIA.
           ADD 1 TO WRK-IND-ESTFIL.

      *--- DEVOLVE CADA UNIDADE AO LOTE DE ONDE SAIU ---
       0250-ESTORNAR-LOTES             SECTION.
           MOVE 1 TO WRK-IND-EFEITO.
           PERFORM 0251-ESTORNAR-LOTE
             UNTIL WRK-IND-EFEITO GREATER WRK-QTD-EFEITOS.
           OPEN OUTPUT LOTES.
           IF FS-LOTES NOT EQUAL 0
             DISPLAY "SALDOS POR LOTE NAO FORAM REGRAVADOS - STATUS "
                     FS-LOTES
             GO TO 0250-ESTORNAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-LOTE.
           PERFORM 0253-GRAVAR-LOTE
             UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES.
           CLOSE LOTES.
       0250-ESTORNAR-SAIDA.
           EXIT.

       0251-ESTORNAR-LOTE              SECTION.
           IF WRK-EFE-TIPO(WRK-IND-EFEITO) EQUAL 'L'
             MOVE 1   TO WRK-IND-LOTE
             MOVE "N" TO WRK-SW-LOTE
             PERFORM 0252-LOCALIZAR-LOTE
               UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
                  OR LOTE-ACHADO
             IF LOTE-ACHADO
               ADD WRK-EFE-QTD(WRK-IND-EFEITO)
                 TO WRK-LOT-QTD(WRK-IND-LOTE)
               ADD WRK-EFE-QTD(WRK-IND-EFEITO) TO WRK-ACUM-LOTE
             ELSE
               DISPLAY "LOTE " WRK-EFE-REFERENCIA(WRK-IND-EFEITO)
                       " DO PRODUTO " WRK-EFE-CODIGO(WRK-IND-EFEITO)
                       " NAO EXISTE MAIS - SALDO DO LOTE NAO "
                       "ESTORNADO"
             END-IF
           END-IF.
           ADD 1 TO WRK-IND-EFEITO.

       0252-LOCALIZAR-LOTE             SECTION.
           IF WRK-LOT-CODIGO(WRK-IND-LOTE) EQUAL
                WRK-EFE-CODIGO(WRK-IND-EFEITO)
              AND WRK-LOT-NUMERO(WRK-IND-LOTE) EQUAL
                  WRK-EFE-REFERENCIA(WRK-IND-EFEITO)
             SET LOTE-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-LOTE
           END-IF.

       0253-GRAVAR-LOTE                SECTION.
           MOVE WRK-LOT-CODIGO(WRK-IND-LOTE)   TO LOT-CODIGO.
           MOVE WRK-LOT-NUMERO(WRK-IND-LOTE)   TO LOT-NUMERO.
           MOVE WRK-LOT-VALIDADE(WRK-IND-LOTE) TO LOT-VALIDADE.
           MOVE WRK-LOT-QTD(WRK-IND-LOTE)      TO LOT-QTD.
           WRITE REG-LOTE.
           ADD 1 TO WRK-IND-LOTE.

      *--- EXCLUI AS PARCELAS DA NOTA DO CONTAS A RECEBER ---
       0255-ESTORNAR-PARCELAS          SECTION.
           MOVE ZEROS TO WRK-ACUM-PARCELAS.
           OPEN I-O CONTAREC.
           IF FS-CONTAREC NOT EQUAL 0
             DISPLAY "CONTAS A RECEBER NAO FOI ABERTO - PARCELAS NAO "
                     "EXCLUIDAS - STATUS " FS-CONTAREC
             GO TO 0255-ESTORNAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-PARCELA.
           PERFORM 0256-EXCLUIR-PARCELA
             UNTIL WRK-IND-PARCELA GREATER WRK-MAX-PARCELAS.
           CLOSE CONTAREC.
       0255-ESTORNAR-SAIDA.
           EXIT.

       0256-EXCLUIR-PARCELA            SECTION.
           MOVE WRK-ID-CLIENTE  TO CRC-ID-CLIENTE.
           MOVE WRK-NUM-NOTA    TO CRC-NOTA.
           MOVE WRK-IND-PARCELA TO CRC-PARCELA.
           READ CONTAREC
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CRC-DATA-VENDA EQUAL WRK-DATA-VENDA
                 DELETE CONTAREC
                   INVALID KEY
                     DISPLAY "PARCELA " CRC-PARCELA " NAO FOI "
                             "EXCLUIDA"
                   NOT INVALID KEY
                     ADD 1 TO WRK-ACUM-PARCELAS
                 END-DELETE
               END-IF
           END-READ.
           ADD 1 TO WRK-IND-PARCELA.

      *--- RETIRA OS CHEQUES DA NOTA DA CARTEIRA ---
       0260-ESTORNAR-CHEQUES           SECTION.
           MOVE ZEROS TO WRK-ACUM-CHEQUES.
           OPEN INPUT CHEQUES.
           IF FS-CHEQUES NOT EQUAL 0
             GO TO 0260-ESTORNAR-SAIDA
           END-IF.
           OPEN OUTPUT CANWORK.
           IF FS-CANWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DO CANCELAMENTO NAO FOI "
                     "ABERTO - CHEQUES NAO RETIRADOS"
             CLOSE CHEQUES
             GO TO 0260-ESTORNAR-SAIDA
           END-IF.
           READ CHEQUES NEXT RECORD.
           PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
             IF CHQ-FILIAL EQUAL WRK-FILIAL
                AND CHQ-NOTA EQUAL WRK-NUM-NOTA
                AND CHQ-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                AND CHQ-EM-CARTEIRA
               ADD 1 TO WRK-ACUM-CHEQUES
             ELSE
               MOVE REG-CHEQUE TO REG-CANWORK
               WRITE REG-CANWORK
             END-IF
             READ CHEQUES NEXT RECORD
           END-PERFORM.
           CLOSE CHEQUES.
           CLOSE CANWORK.

           OPEN INPUT CANWORK.
           OPEN OUTPUT CHEQUES.
           IF FS-CHEQUES NOT EQUAL 0
             DISPLAY "CARTEIRA DE CHEQUES NAO FOI REGRAVADA - STATUS "
                     FS-CHEQUES " - COPIA EM " WRK-CAMINHO-CANWORK
             CLOSE CANWORK
             MOVE ZEROS TO WRK-ACUM-CHEQUES
             GO TO 0260-ESTORNAR-SAIDA
           END-IF.
           READ CANWORK NEXT RECORD.
           PERFORM UNTIL FS-CANWORK NOT EQUAL 00
             MOVE REG-CANWORK TO REG-CHEQUE
             WRITE REG-CHEQUE
             READ CANWORK NEXT RECORD
           END-PERFORM.
           CLOSE CANWORK.
           CLOSE CHEQUES.
       0260-ESTORNAR-SAIDA.
           EXIT.

      *--- O LANCAMENTO FICA CANCELADO - O ALU007 NAO O COBRA ---
       0262-CANCELAR-CONTA-ESCOLA      SECTION.
           OPEN I-O CONTAESC.
           IF FS-CONTAESC NOT EQUAL 0
             DISPLAY "CONTA ESCOLAR NAO FOI ABERTA - STATUS "
                     FS-CONTAESC " - LANCAMENTO NAO CANCELADO"
             GO TO 0262-CANCELAR-SAIDA
           END-IF.
           MOVE WRK-CHAVE-CONTA-ESC TO CES-CHAVE.
           READ CONTAESC KEY IS CES-CHAVE
             INVALID KEY
               DISPLAY "LANCAMENTO DA CONTA ESCOLAR NAO FOI RELIDO - "
                       "STATUS " FS-CONTAESC
             NOT INVALID KEY
               MOVE 'C' TO CES-STATUS
               REWRITE REG-CONTAESC
                 INVALID KEY
                   DISPLAY "LANCAMENTO DA CONTA ESCOLAR NAO FOI "
                           "CANCELADO - STATUS " FS-CONTAESC
               END-REWRITE
           END-READ.
           CLOSE CONTAESC.
       0262-CANCELAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0265-ESTORNAR-VALES: O DEBITO DO VALE USADO COMO PAGAMENTO
      *  VOLTA AO SALDO (E O VALE VOLTA A ATIVO); O VALE EMITIDO NA
      *  NOTA E ANULADO - SE JA FOI USADO EM OUTRA NOTA, SO O SALDO
      *  QUE SOBROU E ZERADO, COM AVISO.
      *--------------------------------------------------------------
       0265-ESTORNAR-VALES             SECTION.
           MOVE 1 TO WRK-IND-EFEITO.
           PERFORM 0266-ESTORNAR-VALE
             UNTIL WRK-IND-EFEITO GREATER WRK-QTD-EFEITOS.
           OPEN OUTPUT VALEPRES.
           IF FS-VALEPRES NOT EQUAL 0
             DISPLAY "ARQUIVO DE VALES NAO FOI REGRAVADO - STATUS "
                     FS-VALEPRES
             GO TO 0265-ESTORNAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-VALE.
           PERFORM 0268-GRAVAR-VALE
             UNTIL WRK-IND-VALE GREATER WRK-QTD-VALES.
           CLOSE VALEPRES.
       0265-ESTORNAR-SAIDA.
           EXIT.

       0266-ESTORNAR-VALE              SECTION.
           IF WRK-EFE-TIPO(WRK-IND-EFEITO) EQUAL 'V' OR 'P'
             MOVE WRK-EFE-REFERENCIA(WRK-IND-EFEITO)(1:6)
               TO WRK-REF-NUMERO
             MOVE 1   TO WRK-IND-VALE
             MOVE "N" TO WRK-SW-VALE
             PERFORM 0267-LOCALIZAR-VALE
               UNTIL WRK-IND-VALE GREATER WRK-QTD-VALES
                  OR VALE-ACHADO
             IF VALE-ACHADO
               MOVE WRK-VLP-REG(WRK-IND-VALE) TO REG-VALEPRES
               IF WRK-EFE-TIPO(WRK-IND-EFEITO) EQUAL 'V'
                 ADD WRK-EFE-VALOR(WRK-IND-EFEITO) TO VLP-SALDO
                 MOVE 'A' TO VLP-STATUS
                 DISPLAY "VALE " VLP-NUMERO " RECREDITADO EM "
                         WRK-EFE-VALOR(WRK-IND-EFEITO)
                         " - SALDO " VLP-SALDO
               ELSE
                 IF VLP-SALDO LESS WRK-EFE-VALOR(WRK-IND-EFEITO)
                   DISPLAY "*** VALE " VLP-NUMERO " EMITIDO NA NOTA "
                           "JA FOI USADO - SALDO RESTANTE ZERADO ***"
                 END-IF
                 MOVE ZEROS TO VLP-SALDO
                 MOVE 'E'   TO VLP-STATUS
                 DISPLAY "VALE " VLP-NUMERO " EMITIDO NA NOTA FOI "
                         "ANULADO"
               END-IF
               MOVE REG-VALEPRES TO WRK-VLP-REG(WRK-IND-VALE)
               ADD 1 TO WRK-ACUM-VALES
             ELSE
               DISPLAY "VALE " WRK-REF-NUMERO " NAO ENCONTRADO - "
                       "NAO ESTORNADO"
             END-IF
           END-IF.
           ADD 1 TO WRK-IND-EFEITO.

       0267-LOCALIZAR-VALE             SECTION.
           MOVE WRK-VLP-REG(WRK-IND-VALE) TO REG-VALEPRES.
           IF VLP-NUMERO EQUAL WRK-REF-NUMERO
             SET VALE-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-VALE
           END-IF.

       0268-GRAVAR-VALE                SECTION.
           MOVE WRK-VLP-REG(WRK-IND-VALE) TO REG-VALEPRES.
           WRITE REG-VALEPRES.
           ADD 1 TO WRK-IND-VALE.

      *--------------------------------------------------------------
      *  0270-REABRIR-ORCAMENTO: CADA LINHA CONVERTIDA PELA NOTA
      *  (UM EFEITO 'O' POR LINHA) VOLTA A ABERTA - O ORCAMENTO PODE
      *  SER CONVERTIDO DE NOVO ENQUANTO A VALIDADE NAO VENCE.
      *--------------------------------------------------------------
       0270-REABRIR-ORCAMENTO          SECTION.
           PERFORM 0137-OBTER-CAMINHO-ORCAMENT.
           OPEN INPUT ORCAMENTOS.
           IF FS-ORCAMENTOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ORCAMENTOS NAO FOI ABERTO - "
                     "ORCAMENTO NAO REABERTO - STATUS " FS-ORCAMENTOS
             GO TO 0270-REABRIR-SAIDA
           END-IF.
           OPEN OUTPUT CANWORK.
           IF FS-CANWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DO CANCELAMENTO NAO FOI "
                     "ABERTO - ORCAMENTO NAO REABERTO"
             CLOSE ORCAMENTOS
             GO TO 0270-REABRIR-SAIDA
           END-IF.
           READ ORCAMENTOS NEXT RECORD.
           PERFORM UNTIL FS-ORCAMENTOS NOT EQUAL 00
             IF ORC-CONVERTIDO
               MOVE ORC-NUMERO TO WRK-REF-NUMERO
               MOVE 'O'        TO WRK-SW-EFEITO
               PERFORM 0272-PROCURAR-EFEITO
               IF EFEITO-ACHADO
                 MOVE 'A' TO ORC-STATUS
                 ADD 1 TO WRK-ACUM-ORC
               END-IF
             END-IF
             MOVE REG-ORCAMENTO TO REG-CANWORK
             WRITE REG-CANWORK
             READ ORCAMENTOS NEXT RECORD
           END-PERFORM.
           CLOSE ORCAMENTOS.
           CLOSE CANWORK.

           OPEN INPUT CANWORK.
           OPEN OUTPUT ORCAMENTOS.
           IF FS-ORCAMENTOS NOT EQUAL 0
             DISPLAY "ORCAMENTOS NAO FORAM REGRAVADOS - STATUS "
                     FS-ORCAMENTOS " - COPIA EM " WRK-CAMINHO-CANWORK
             CLOSE CANWORK
             MOVE ZEROS TO WRK-ACUM-ORC
             GO TO 0270-REABRIR-SAIDA
           END-IF.
           READ CANWORK NEXT RECORD.
           PERFORM UNTIL FS-CANWORK NOT EQUAL 00
             MOVE REG-CANWORK TO REG-ORCAMENTO
             WRITE REG-ORCAMENTO
             READ CANWORK NEXT RECORD
           END-PERFORM.
           CLOSE CANWORK.
           CLOSE ORCAMENTOS.
       0270-REABRIR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0272-PROCURAR-EFEITO: ACHA O PRIMEIRO EFEITO AINDA NAO
      *  APLICADO DO TIPO EM WRK-SW-EFEITO ('O' OU 'N'), COM O
      *  NUMERO EM WRK-REFERENCIA E O CODIGO EM NEF-CODIGO, E O
      *  MARCA COMO APLICADO - A LINHA REPETIDA DO MESMO CODIGO SO E
      *  REABERTA QUANTAS VEZES A NOTA A CONVERTEU.
      *--------------------------------------------------------------
       0272-PROCURAR-EFEITO            SECTION.
           MOVE WRK-SW-EFEITO TO NEF-TIPO.
           IF NEF-ORCAMENTO
             MOVE ORC-CODIGO TO NEF-CODIGO
           ELSE
             MOVE ENC-CODIGO TO NEF-CODIGO
           END-IF.
           MOVE "N" TO WRK-SW-EFEITO.
           MOVE 1   TO WRK-IND-EFEITO.
           PERFORM 0273-TESTAR-EFEITO
             UNTIL WRK-IND-EFEITO GREATER WRK-QTD-EFEITOS
                OR EFEITO-ACHADO.

       0273-TESTAR-EFEITO              SECTION.
           IF WRK-EFE-TIPO(WRK-IND-EFEITO) EQUAL NEF-TIPO
              AND WRK-EFE-APLICADO(WRK-IND-EFEITO) EQUAL "N"
              AND WRK-EFE-REFERENCIA(WRK-IND-EFEITO) EQUAL
                  WRK-REFERENCIA
              AND WRK-EFE-CODIGO(WRK-IND-EFEITO) EQUAL NEF-CODIGO
             MOVE "S" TO WRK-EFE-APLICADO(WRK-IND-EFEITO)
             SET EFEITO-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-EFEITO
           END-IF.

      *--- A LINHA ENTREGUE PELA NOTA VOLTA A ABERTA (E RESERVADA) ---
       0275-REABRIR-ENCOMENDA          SECTION.
           PERFORM 0138-OBTER-CAMINHO-ENCOMEND.
           OPEN INPUT ENCOMENDAS.
           IF FS-ENCOMENDAS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ENCOMENDAS NAO FOI ABERTO - "
                     "ENCOMENDA NAO REABERTA - STATUS " FS-ENCOMENDAS
             GO TO 0275-REABRIR-SAIDA
           END-IF.
           OPEN OUTPUT CANWORK.
           IF FS-CANWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DO CANCELAMENTO NAO FOI "
                     "ABERTO - ENCOMENDA NAO REABERTA"
             CLOSE ENCOMENDAS
             GO TO 0275-REABRIR-SAIDA
           END-IF.
           READ ENCOMENDAS NEXT RECORD.
           PERFORM UNTIL FS-ENCOMENDAS NOT EQUAL 00
             IF ENC-ENTREGUE
               MOVE ENC-NUMERO TO WRK-REF-NUMERO
               MOVE 'N'        TO WRK-SW-EFEITO
               PERFORM 0272-PROCURAR-EFEITO
               IF EFEITO-ACHADO
                 MOVE 'A' TO ENC-STATUS
                 ADD 1 TO WRK-ACUM-ENC
               END-IF
             END-IF
             MOVE REG-ENCOMENDA TO REG-CANWORK
             WRITE REG-CANWORK
             READ ENCOMENDAS NEXT RECORD
           END-PERFORM.
           CLOSE ENCOMENDAS.
           CLOSE CANWORK.

           OPEN INPUT CANWORK.
           OPEN OUTPUT ENCOMENDAS.
           IF FS-ENCOMENDAS NOT EQUAL 0
             DISPLAY "ENCOMENDAS NAO FORAM REGRAVADAS - STATUS "
                     FS-ENCOMENDAS " - COPIA EM " WRK-CAMINHO-CANWORK
             CLOSE CANWORK
             MOVE ZEROS TO WRK-ACUM-ENC
             GO TO 0275-REABRIR-SAIDA
           END-IF.
           READ CANWORK NEXT RECORD.
           PERFORM UNTIL FS-CANWORK NOT EQUAL 00
             MOVE REG-CANWORK TO REG-ENCOMENDA
             WRITE REG-ENCOMENDA
             READ CANWORK NEXT RECORD
           END-PERFORM.
           CLOSE CANWORK.
           CLOSE ENCOMENDAS.
       0275-REABRIR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0278-ESTORNAR-PONTOS: NO EXTRATO DE PONTOS, O QUE A NOTA
      *  CREDITOU (MENOS O QUE DEVOLUCOES JA TIRARAM) SAI COMO X E O
      *  QUE ELA RESGATOU VOLTA COMO Y. O Y ENTRA PRIMEIRO NO SALDO;
      *  O X NAO PASSA DELE - PONTO JA GASTO NAO DEIXA O EXTRATO
      *  NEGATIVO.
      *--------------------------------------------------------------
       0278-ESTORNAR-PONTOS            SECTION.
           PERFORM 0179-OBTER-CAMINHO-FIDPONT.
           OPEN INPUT FIDPONT.
           IF FS-FIDPONT NOT EQUAL 0
             GO TO 0278-ESTORNAR-SAIDA
           END-IF.
           READ FIDPONT NEXT RECORD.
           PERFORM UNTIL FS-FIDPONT NOT EQUAL 00
             IF FDP-ID-CLIENTE EQUAL WRK-ID-CLIENTE
               IF FDP-ENTRADA
                 ADD FDP-PONTOS TO WRK-SALDO-PONTOS
               ELSE
                 SUBTRACT FDP-PONTOS FROM WRK-SALDO-PONTOS
               END-IF
               IF FDP-NOTA EQUAL WRK-NUM-NOTA
                  AND FDP-FILIAL EQUAL WRK-FILIAL
                  AND FDP-DATA IS GREATER THAN OR EQUAL TO
                      WRK-DATA-VENDA
                 EVALUATE TRUE
                   WHEN FDP-CREDITO
                     ADD FDP-PONTOS TO WRK-PONTOS-CREDITO
                   WHEN FDP-DEVOLUCAO
                   WHEN FDP-ESTORNO-CREDITO
                     SUBTRACT FDP-PONTOS FROM WRK-PONTOS-CREDITO
                   WHEN FDP-RESGATE
                     ADD FDP-PONTOS TO WRK-PONTOS-RESGATE
                   WHEN FDP-ESTORNO-RESGATE
                     SUBTRACT FDP-PONTOS FROM WRK-PONTOS-RESGATE
                 END-EVALUATE
               END-IF
             END-IF
             READ FIDPONT NEXT RECORD
           END-PERFORM.
           CLOSE FIDPONT.

           IF WRK-PONTOS-RESGATE LESS ZEROS
             MOVE ZEROS TO WRK-PONTOS-RESGATE
           END-IF.
           ADD WRK-PONTOS-RESGATE TO WRK-SALDO-PONTOS.
           IF WRK-PONTOS-CREDITO GREATER WRK-SALDO-PONTOS
             DISPLAY "CLIENTE JA USOU PARTE DOS PONTOS DA NOTA - "
                     "ESTORNADO SO O SALDO"
             MOVE WRK-SALDO-PONTOS TO WRK-PONTOS-CREDITO
           END-IF.
           IF WRK-PONTOS-CREDITO LESS ZEROS
             MOVE ZEROS TO WRK-PONTOS-CREDITO
           END-IF.
           IF WRK-PONTOS-CREDITO EQUAL ZEROS
              AND WRK-PONTOS-RESGATE EQUAL ZEROS
             GO TO 0278-ESTORNAR-SAIDA
           END-IF.

           OPEN EXTEND FIDPONT.
           IF FS-FIDPONT NOT EQUAL 0
             DISPLAY "EXTRATO DE PONTOS NAO FOI ABERTO - PONTOS DA "
                     "NOTA NAO ESTORNADOS - STATUS " FS-FIDPONT
             GO TO 0278-ESTORNAR-SAIDA
           END-IF.
           MOVE WRK-ID-CLIENTE TO FDP-ID-CLIENTE.
           MOVE DTM-AAAAMMDD   TO FDP-DATA.
           MOVE WRK-FILIAL     TO FDP-FILIAL.
           MOVE WRK-NUM-NOTA   TO FDP-NOTA.
           MOVE ZEROS          TO FDP-VALIDADE.
           MOVE WRK-TOTAL-NOTA TO FDP-VALOR.
           IF WRK-PONTOS-RESGATE GREATER ZEROS
             MOVE 'Y'                TO FDP-TIPO
             MOVE WRK-PONTOS-RESGATE TO FDP-PONTOS
             WRITE REG-FIDPONT
           END-IF.
           IF WRK-PONTOS-CREDITO GREATER ZEROS
             MOVE 'X'                TO FDP-TIPO
             MOVE WRK-PONTOS-CREDITO TO FDP-PONTOS
             WRITE REG-FIDPONT
           END-IF.
           CLOSE FIDPONT.
       0278-ESTORNAR-SAIDA.
           EXIT.

      *--- ENTREGA PENDENTE OU EM TRANSPORTE DA NOTA VIRA CANCELADA ---
       0279-CANCELAR-ENTREGA           SECTION.
           PERFORM 0182-OBTER-CAMINHO-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 0
             GO TO 0279-CANCELAR-SAIDA
           END-IF.
           OPEN OUTPUT CANWORK.
           IF FS-CANWORK NOT EQUAL 0
             DISPLAY "ARQUIVO DE TRABALHO DO CANCELAMENTO NAO FOI "
                     "ABERTO - ENTREGA NAO CANCELADA"
             CLOSE ENTREGAS
             GO TO 0279-CANCELAR-SAIDA
           END-IF.
           READ ENTREGAS NEXT RECORD.
           PERFORM UNTIL FS-ENTREGAS NOT EQUAL 00
             IF ETG-FILIAL EQUAL WRK-FILIAL
                AND ETG-NOTA EQUAL WRK-NUM-NOTA
                AND ETG-DATA-VENDA EQUAL WRK-DATA-VENDA
                AND ETG-EM-ABERTO
               MOVE 'C'          TO ETG-STATUS
               MOVE DTM-AAAAMMDD TO ETG-DATA-BAIXA
               MOVE "NOTA CANCELADA" TO ETG-OBSERVACAO
               ADD 1 TO WRK-ACUM-ETG
             END-IF
             MOVE REG-ENTREGA TO REG-CANWORK
             WRITE REG-CANWORK
             READ ENTREGAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTREGAS.
           CLOSE CANWORK.

           IF WRK-ACUM-ETG EQUAL ZEROS
             GO TO 0279-CANCELAR-SAIDA
           END-IF.
           OPEN INPUT CANWORK.
           OPEN OUTPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL 0
             DISPLAY "ENTREGAS NAO FORAM REGRAVADAS - STATUS "
                     FS-ENTREGAS " - COPIA EM " WRK-CAMINHO-CANWORK
             CLOSE CANWORK
             MOVE ZEROS TO WRK-ACUM-ETG
             GO TO 0279-CANCELAR-SAIDA
           END-IF.
           READ CANWORK NEXT RECORD.
           PERFORM UNTIL FS-CANWORK NOT EQUAL 00
             MOVE REG-CANWORK TO REG-ENTREGA
             WRITE REG-ENTREGA
             READ CANWORK NEXT RECORD
           END-PERFORM.
           CLOSE CANWORK.
           CLOSE ENTREGAS.
       0279-CANCELAR-SAIDA.
           EXIT.

      *--- O NUMERO SEGUE CONSUMIDO NA SERIE, MARCADO CANCELADO ---
       0280-REGISTRAR-CANCELAMENTO     SECTION.
           OPEN EXTEND NOTACANC.
           IF FS-NOTACANC EQUAL 35
             OPEN OUTPUT NOTACANC
           END-IF.
           IF FS-NOTACANC NOT EQUAL 0
             DISPLAY "REGISTRO DE NOTAS CANCELADAS NAO FOI ABERTO - "
                     "STATUS " FS-NOTACANC
             GO TO 0280-REGISTRAR-SAIDA
           END-IF.
           MOVE WRK-FILIAL      TO NCA-FILIAL.
           MOVE WRK-NUM-NOTA    TO NCA-NOTA.
           MOVE WRK-DATA-VENDA  TO NCA-DATA-VENDA.
           MOVE DTM-AAAAMMDD    TO NCA-DATA-CANCEL.
           ACCEPT NCA-HORA-CANCEL FROM TIME.
           MOVE WRK-ID-CLIENTE  TO NCA-ID-CLIENTE.
           MOVE WRK-TOTAL-NOTA  TO NCA-VALOR.
           MOVE WRK-FORMA-PAGTO TO NCA-FORMA-PAGTO.
           MOVE WRK-SUPERVISOR  TO NCA-SUPERVISOR.
           MOVE WRK-MOTIVO      TO NCA-MOTIVO.
           WRITE REG-NOTACANC.
           CLOSE NOTACANC.
       0280-REGISTRAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0281-CANCELAR-NFE: NOTA QUE O FISCO AINDA NAO CONHECE
      *  (PENDENTE OU REJEITADA) SAI DA FILA COMO CANCELADA; A
      *  TRANSMITIDA OU AUTORIZADA PRECISA DO EVENTO DE CANCELAMENTO,
      *  QUE O PROGRAMA83 MANDA NO PROXIMO LOTE.
      *--------------------------------------------------------------
       0281-CANCELAR-NFE               SECTION.
           PERFORM 0193-OBTER-CAMINHO-NFECTL.
           OPEN I-O NFECTL.
           IF FS-NFECTL NOT EQUAL 0
             DISPLAY "CONTROLE DA NF-E NAO FOI ABERTO - STATUS "
                     FS-NFECTL " - AVISE O FISCAL"
             GO TO 0281-CANCELAR-SAIDA
           END-IF.
           MOVE WRK-FILIAL     TO NFE-FILIAL.
           MOVE "V"            TO NFE-TIPO.
           MOVE WRK-NUM-NOTA   TO NFE-NOTA.
           MOVE WRK-DATA-VENDA TO NFE-DATA-EMISSAO.
           READ NFECTL KEY IS NFE-CHAVE
             INVALID KEY
               DISPLAY "NOTA SEM CONTROLE DE NF-E - NADA A CANCELAR "
                       "NO FISCO"
               CLOSE NFECTL
               GO TO 0281-CANCELAR-SAIDA
           END-READ.
           MOVE WRK-MOTIVO TO NFE-MOTIVO.
           IF NFE-PENDENTE OR NFE-REJEITADA
             MOVE "X" TO NFE-STATUS
             DISPLAY "NF-E AINDA NAO AUTORIZADA - RETIRADA DA FILA"
           ELSE
             IF NFE-CANCELADA
               CLOSE NFECTL
               GO TO 0281-CANCELAR-SAIDA
             END-IF
             SET NFE-CANC-PEDIDO TO TRUE
             DISPLAY "NF-E JA TRANSMITIDA - CANCELAMENTO SERA "
                     "ENVIADO AO FISCO NO PROXIMO LOTE"
           END-IF.
           REWRITE REG-NFECTL
             INVALID KEY
               DISPLAY "CONTROLE DA NF-E NAO FOI ATUALIZADO - STATUS "
                       FS-NFECTL
           END-REWRITE.
           CLOSE NFECTL.
       0281-CANCELAR-SAIDA.
           EXIT.

           COPY "CAMPRODP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMCXSP.cpy".
           COPY "CAMNEFP.cpy".
           COPY "CAMNCAP.cpy".
           COPY "CAMCRCP.cpy".
           COPY "CAMCHQP.cpy".
           COPY "CAMVLPP.cpy".
           COPY "CAMORCP.cpy".
           COPY "CAMENCP.cpy".
           COPY "CAMESTP.cpy".
           COPY "CAMLTSP.cpy".
           COPY "CAMFDPP.cpy".
           COPY "CAMETGP.cpy".
           COPY "CAMNFEP.cpy".
           COPY "CAMCESP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA69" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-MOV TO LOG-QTD.
               MOVE WRK-QTD-LINHAS TO LOG-QTD-LIDOS.
               IF NOTA-CANCELADA
                 MOVE WRK-TOTAL-NOTA TO LOG-HASH
                 MOVE SPACES TO LOG-MENSAGEM
                 STRING "CANCELAMENTO DA NOTA " WRK-NUM-NOTA
                   DELIMITED BY SIZE INTO LOG-MENSAGEM
                 END-STRING
               ELSE
                 MOVE ZEROS TO LOG-HASH
                 MOVE "CANCELAMENTO DE NOTA NAO REALIZADO"
                   TO LOG-MENSAGEM
               END-IF.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
