       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ041.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CONSULTA 360 DO CLIENTE NO BALCAO - A PARTIR DO
      *==            REG-ID OU DO CPF (CHAVE ALTERNATIVA, NOS MOLDES DO
      *==            ARQ016) EXIBE NUMA SO TELA O CADASTRO, O SEGMENTO
      *==            RFM (SEGMENTO.DAT), O LIMITE E O CREDITO
      *==            DISPONIVEL (CREDCLI MENOS O SALDO EM ABERTO DO
      *==            CONTAREC, COMO NA VENDA A PRAZO DO PROGRAMA15), AS
      *==            PARCELAS EM ABERTO COM DIAS DE ATRASO, AS ULTIMAS
      *==            NOTAS DO VENDMOV, AS RECLAMACOES EM ABERTO, OS
      *==            RETORNOS PENDENTES DO DIARIO DE ATENDIMENTOS
      *==            (MESMA REGRA DO ARQ030), A SITUACAO DOS
      *==            CONSENTIMENTOS LGPD E AS ENCOMENDAS EM ABERTO.
      *==            PARA OPERADOR ABAIXO DO NIVEL SUPERVISOR O CPF E
      *==            O TELEFONE SAEM MASCARADOS (SO OS 4 ULTIMOS
      *==            DIGITOS, COMO NO ARQ010) E O E-MAIL SO MOSTRA A
      *==            PRIMEIRA LETRA E O DOMINIO.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT SEGMENTO ASSIGN TO WRK-CAMINHO-SEGMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEGMENTO.

           SELECT CREDCLI ASSIGN TO WRK-CAMINHO-CREDCLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CREDCLI.

           SELECT CONTAREC ASSIGN TO WRK-CAMINHO-CONTAREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT RECLAMACOES ASSIGN TO WRK-CAMINHO-RECLAMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECLAMACOES.

           SELECT ATENDIMENTOS ASSIGN TO WRK-CAMINHO-ATENDIME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATENDIMENTOS.

           SELECT CONSENTIMENTOS ASSIGN TO WRK-CAMINHO-CONSENTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSENTIMENTOS.

           SELECT ENCOMENDAS ASSIGN TO WRK-CAMINHO-ENCOMEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENCOMENDAS.


       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
       FD  SEGMENTO.
           COPY "SEGMENTO.cpy".
       FD  CREDCLI.
           COPY "CREDCLI.cpy".
       FD  CONTAREC.
           COPY "CONTAREC.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  RECLAMACOES.
           COPY "RECLAMA.cpy".
       FD  ATENDIMENTOS.
           COPY "ATENDIME.cpy".
       FD  CONSENTIMENTOS.
           COPY "CONSENTI.cpy".
       FD  ENCOMENDAS.
           COPY "ENCOMEND.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMARQ.cpy".
           COPY "CAMSEG.cpy".
           COPY "CAMCRD.cpy".
           COPY "CAMCRC.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMRCL.cpy".
           COPY "CAMATD.cpy".
           COPY "CAMCNS.cpy".
           COPY "CAMENC.cpy".
           COPY "OPESSAO.cpy".
           COPY "DATAMES.cpy".
       77  FS-CLIENTES       PIC 9(02) VALUE ZEROS.
       77  FS-SEGMENTO       PIC 9(02) VALUE ZEROS.
       77  FS-CREDCLI        PIC 9(02) VALUE ZEROS.
       77  FS-CONTAREC       PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV        PIC 9(02) VALUE ZEROS.
       77  FS-RECLAMACOES    PIC 9(02) VALUE ZEROS.
       77  FS-ATENDIMENTOS   PIC 9(02) VALUE ZEROS.
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  FS-ENCOMENDAS     PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-TIPO-PESQ     PIC X(01) VALUE SPACES.
       77  WRK-ID-PESQ       PIC 9(04) VALUE ZEROS.
       77  WRK-CPF-PESQ      PIC 9(11) VALUE ZEROS.
       77  WRK-ID-CLIENTE    PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-CPF       PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ACHOU      PIC X(01) VALUE "N".
           88 CLIENTE-ACHADO           VALUE "S".

      *-------------------- MASCARA LGPD DE CPF/TELEFONE ---------------
       77  WRK-SW-MASCARA    PIC X(01) VALUE "S".
           88 CONSULTA-MASCARADA       VALUE "S".
       77  WRK-CPF-EXIB      PIC X(11) VALUE SPACES.
       77  WRK-TEL-EXIB      PIC X(11) VALUE SPACES.
       77  WRK-EMAIL-EXIB    PIC X(40) VALUE SPACES.
       77  WRK-CAMPO-TXT     PIC X(11) VALUE SPACES.
       77  WRK-POS-ARROBA    PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-MASC      PIC 9(02) VALUE ZEROS.

      *--- CALCULO DE DIAS (SERIAL DE DIAS CORRIDOS) ---
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-SER.
           05 WRK-DS-ANO       PIC 9(04).
           05 WRK-DS-MES       PIC 9(02).
           05 WRK-DS-DIA       PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL          PIC 9(08)    VALUE ZEROS.
       77  WRK-SERIAL-HOJE     PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS-ATRASO     PIC S9(05)   VALUE ZEROS.
       77  WRK-RESTO-ANO       PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS     PIC 9(03) OCCURS 12 TIMES.

      *-------------------- CREDITO E CONTAS A RECEBER -----------------
       77  WRK-SW-TEM-LIMITE  PIC X(01) VALUE "N".
           88 CLIENTE-TEM-LIMITE        VALUE "S".
       77  WRK-SW-BLOQUEADO   PIC X(01) VALUE "N".
           88 CLIENTE-BLOQUEADO         VALUE "S".
       77  WRK-LIMITE-CLIENTE PIC 9(08)V99   VALUE ZEROS.
       77  WRK-SALDO-ABERTO   PIC 9(09)V99   VALUE ZEROS.
       77  WRK-SALDO-PARCELA  PIC 9(08)V99   VALUE ZEROS.
       77  WRK-DISPONIVEL     PIC S9(09)V99  VALUE ZEROS.
       77  WRK-QTD-PARCELAS   PIC 9(03) VALUE ZEROS.

      *-------------------- ULTIMAS NOTAS DO CLIENTE -------------------
       01  WRK-TAB-NOTAS.
           05 WRK-NT-ITEM OCCURS 5 TIMES.
              10 WRK-NT-NOTA    PIC X(04).
              10 WRK-NT-DATA    PIC 9(08).
              10 WRK-NT-FILIAL  PIC 9(02).
              10 WRK-NT-VALOR   PIC 9(08)V99.
       77  WRK-QTD-NOTAS      PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-NOTAS      PIC 9(02) VALUE 5.
       77  WRK-IND-NOTA       PIC 9(02) VALUE ZEROS.
       77  WRK-SW-NOTA        PIC X(01) VALUE "N".
           88 NOTA-ACHADA               VALUE "S".

      *-------------------- PROMESSAS DE RETORNO DO CLIENTE ------------
       01  WRK-TAB-PROMESSAS.
           05 WRK-PRM-ITEM OCCURS 50 TIMES.
              10 WRK-PRM-DATA     PIC 9(08).
              10 WRK-PRM-OPERADOR PIC X(20).
              10 WRK-PRM-RETORNO  PIC 9(08).
              10 WRK-PRM-NOTA     PIC X(60).
       77  WRK-QTD-PROMESSAS  PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-PROMESSAS  PIC 9(02) VALUE 50.
       77  WRK-IND-PROMESSA   PIC 9(02) VALUE ZEROS.

      *-------------------- CONSENTIMENTO VIGENTE POR CANAL ------------
       77  WRK-CNS-EMAIL      PIC X(12) VALUE SPACES.
       77  WRK-CNS-TELEFONE   PIC X(12) VALUE SPACES.

      *-------------------- ULTIMA APURACAO RFM DO CLIENTE -------------
       77  WRK-SEG-RECENCIA   PIC 9(03) VALUE ZEROS.
       77  WRK-SEG-FREQUENCIA PIC 9(04) VALUE ZEROS.
       77  WRK-SEG-DATA       PIC 9(08) VALUE ZEROS.

      *-------------------- CONTADORES DAS DEMAIS SECOES ---------------
       77  WRK-QTD-RECLAMA    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ENCOMENDA  PIC 9(03) VALUE ZEROS.

      *-------------------- CAMPOS EDITADOS PARA EXIBICAO --------------
       77  WRK-VALOR-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-DIAS-ED        PIC -ZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           IF WRK-SESSAO-NIVEL IS NUMERIC
              AND WRK-SESSAO-NIVEL NOT LESS 2
             MOVE "N" TO WRK-SW-MASCARA
           END-IF.

           CALL "DATAMES" USING WRK-AREA-DATAMES.
           MOVE DTM-AAAAMMDD TO WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
             DISPLAY "CADASTRO DE CLIENTES NAO FOI ABERTO - STATUS "
                     FS-CLIENTES
             GOBACK
           END-IF.

           DISPLAY "PESQUISAR POR (1) ID OU (2) CPF.. "
             ACCEPT WRK-TIPO-PESQ.
           IF WRK-TIPO-PESQ EQUAL "2"
             PERFORM 0110-LOCALIZAR-POR-CPF
           ELSE
             DISPLAY "ID DO CLIENTE.................... "
               ACCEPT WRK-ID-PESQ
           END-IF.

           IF WRK-ID-PESQ NOT EQUAL ZEROS
             PERFORM 0120-LER-POR-ID
           END-IF.

      *--------------------------------------------------------------
      *  0110-LOCALIZAR-POR-CPF: A CHAVE REG-CPF ADMITE DUPLICATAS.
      *  COM UM SO CLIENTE ATIVO ELE E ASSUMIDO; COM MAIS DE UM, A
      *  LISTA E EXIBIDA E O OPERADOR ESCOLHE O ID.
      *--------------------------------------------------------------
       0110-LOCALIZAR-POR-CPF          SECTION.
           DISPLAY "DIGITE O CPF (11 DIGITOS)........ "
             ACCEPT WRK-CPF-PESQ.
           MOVE WRK-CPF-PESQ TO REG-CPF.
           READ CLIENTES KEY IS REG-CPF
             INVALID KEY
               DISPLAY "NENHUM CLIENTE COM ESTE CPF"
               GO TO 0110-LOCALIZAR-SAIDA
           END-READ.

           PERFORM UNTIL FS-CLIENTES GREATER 02
                      OR REG-CPF NOT EQUAL WRK-CPF-PESQ
             IF REG-STATUS NOT EQUAL 'I'
               ADD 1 TO WRK-QTD-CPF
               IF WRK-QTD-CPF EQUAL 1
                 MOVE REG-ID TO WRK-ID-PESQ
               END-IF
               DISPLAY "  ID " REG-ID "  " REG-NOME
             END-IF
             READ CLIENTES NEXT RECORD
           END-PERFORM.

           EVALUATE WRK-QTD-CPF
             WHEN 0
               DISPLAY "NENHUM CLIENTE ATIVO COM ESTE CPF"
             WHEN 1
               CONTINUE
             WHEN OTHER
               DISPLAY "MAIS DE UM CLIENTE COM ESTE CPF - ID....... "
                 ACCEPT WRK-ID-PESQ
           END-EVALUATE.
       0110-LOCALIZAR-SAIDA.
           EXIT.

       0120-LER-POR-ID                 SECTION.
           MOVE WRK-ID-PESQ TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               DISPLAY "CLIENTE NAO CADASTRADO - ID " WRK-ID-PESQ
             NOT INVALID KEY
               SET CLIENTE-ACHADO TO TRUE
               MOVE REG-ID TO WRK-ID-CLIENTE
           END-READ.

       0200-PROCESSAR                  SECTION.
           IF NOT CLIENTE-ACHADO
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           PERFORM 0210-EXIBIR-CADASTRO.
           PERFORM 0220-EXIBIR-SEGMENTO.
           PERFORM 0230-EXIBIR-CREDITO.
           PERFORM 0240-EXIBIR-NOTAS.
           PERFORM 0250-EXIBIR-RECLAMACOES.
           PERFORM 0260-EXIBIR-RETORNOS.
           PERFORM 0270-EXIBIR-CONSENTIMENTOS.
           PERFORM 0280-EXIBIR-ENCOMENDAS.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-EXIBIR-CADASTRO            SECTION.
           MOVE REG-CPF   TO WRK-CPF-EXIB.
           MOVE REG-TEL   TO WRK-TEL-EXIB.
           MOVE REG-EMAIL TO WRK-EMAIL-EXIB.
           PERFORM 0140-MASCARAR-EXIBICAO.

           DISPLAY "================ CONSULTA 360 DO CLIENTE "
                   "================".
           DISPLAY "ID......... " REG-ID "   FILIAL " REG-FILIAL.
           DISPLAY "NOME....... " REG-NOME.
           IF REG-STATUS EQUAL 'I'
             DISPLAY "SITUACAO... INATIVO"
           ELSE
             DISPLAY "SITUACAO... ATIVO"
           END-IF.
           DISPLAY "CPF........ " WRK-CPF-EXIB.
           DISPLAY "TELEFONE... " WRK-TEL-EXIB.
           DISPLAY "EMAIL...... " WRK-EMAIL-EXIB.
           DISPLAY "ENDERECO... " REG-ENDERECO ", " REG-END-NUMERO.
           DISPLAY "BAIRRO..... " REG-END-BAIRRO.
           DISPLAY "CIDADE/UF.. " REG-END-CIDADE "/" REG-END-UF.
           DISPLAY "CEP........ " REG-END-CEP.
           DISPLAY "CLIENTE DESDE " REG-DATA-CRIACAO.

      *--------------------------------------------------------------
      *  0140-MASCARAR-EXIBICAO: SUBSTITUI POR ASTERISCOS TUDO MENOS
      *  OS 4 ULTIMOS CARACTERES DO CPF E DO TELEFONE; NO E-MAIL
      *  FICAM A PRIMEIRA LETRA E O QUE VEM A PARTIR DA ARROBA.
      *--------------------------------------------------------------
       0140-MASCARAR-EXIBICAO          SECTION.
           IF NOT CONSULTA-MASCARADA
             GO TO 0140-MASCARAR-SAIDA
           END-IF.
           MOVE WRK-CPF-EXIB TO WRK-CAMPO-TXT.
           MOVE ALL "*" TO WRK-CPF-EXIB.
           MOVE WRK-CAMPO-TXT(8:4) TO WRK-CPF-EXIB(8:4).
           MOVE WRK-TEL-EXIB TO WRK-CAMPO-TXT.
           MOVE ALL "*" TO WRK-TEL-EXIB.
           MOVE WRK-CAMPO-TXT(8:4) TO WRK-TEL-EXIB(8:4).

           IF WRK-EMAIL-EXIB EQUAL SPACES
             GO TO 0140-MASCARAR-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-POS-ARROBA.
           INSPECT WRK-EMAIL-EXIB TALLYING WRK-POS-ARROBA
             FOR CHARACTERS BEFORE INITIAL "@".
           IF WRK-POS-ARROBA EQUAL 40
             MOVE ALL "*" TO WRK-EMAIL-EXIB
           ELSE
             IF WRK-POS-ARROBA GREATER 1
               COMPUTE WRK-QTD-MASC = WRK-POS-ARROBA - 1
               MOVE ALL "*" TO WRK-EMAIL-EXIB(2:WRK-QTD-MASC)
             END-IF
           END-IF.
       0140-MASCARAR-SAIDA.
           EXIT.

      *--- SEGMENTO RFM: VALE A ULTIMA APURACAO GRAVADA DO CLIENTE ---
       0220-EXIBIR-SEGMENTO            SECTION.
           DISPLAY "---------------- SEGMENTO RFM ----------------".
           PERFORM 0167-OBTER-CAMINHO-SEGMENTO.
           OPEN INPUT SEGMENTO.
           IF FS-SEGMENTO NOT EQUAL 0
             DISPLAY "SEGMENTACAO NAO DISPONIVEL"
             GO TO 0220-EXIBIR-SAIDA
           END-IF.
           MOVE SPACES TO WRK-CAMPO-TXT.
           READ SEGMENTO NEXT RECORD.
           PERFORM UNTIL FS-SEGMENTO NOT EQUAL 00
             IF SEG-ID-CLIENTE EQUAL WRK-ID-CLIENTE
               EVALUATE TRUE
                 WHEN SEG-CAMPEAO  MOVE "CAMPEAO"  TO WRK-CAMPO-TXT
                 WHEN SEG-REGULAR  MOVE "REGULAR"  TO WRK-CAMPO-TXT
                 WHEN SEG-DORMINDO MOVE "DORMINDO" TO WRK-CAMPO-TXT
                 WHEN SEG-PERDIDO  MOVE "PERDIDO"  TO WRK-CAMPO-TXT
                 WHEN OTHER        MOVE SEG-CODIGO TO WRK-CAMPO-TXT
               END-EVALUATE
               MOVE SEG-VALOR         TO WRK-VALOR-ED
               MOVE SEG-RECENCIA      TO WRK-SEG-RECENCIA
               MOVE SEG-FREQUENCIA    TO WRK-SEG-FREQUENCIA
               MOVE SEG-DATA-APURACAO TO WRK-SEG-DATA
             END-IF
             READ SEGMENTO NEXT RECORD
           END-PERFORM.
           CLOSE SEGMENTO.
           IF WRK-CAMPO-TXT EQUAL SPACES
             DISPLAY "CLIENTE SEM SEGMENTO APURADO"
           ELSE
             DISPLAY "SEGMENTO... " WRK-CAMPO-TXT
                     "  APURADO EM " WRK-SEG-DATA
             DISPLAY "RECENCIA " WRK-SEG-RECENCIA " DIAS  FREQUENCIA "
                     WRK-SEG-FREQUENCIA "  VALOR " WRK-VALOR-ED
           END-IF.
       0220-EXIBIR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0230-EXIBIR-CREDITO: LIMITE E BLOQUEIO DO CREDCLI E AS
      *  PARCELAS EM ABERTO DO CONTAREC COM OS DIAS DE ATRASO. O
      *  DISPONIVEL E O LIMITE MENOS O SALDO EM ABERTO.
      *--------------------------------------------------------------
       0230-EXIBIR-CREDITO             SECTION.
           DISPLAY "---------------- CREDITO -----------------------".
           PERFORM 0141-OBTER-CAMINHO-CREDCLI.
           OPEN INPUT CREDCLI.
           IF FS-CREDCLI EQUAL 0
             READ CREDCLI NEXT RECORD
             PERFORM UNTIL FS-CREDCLI NOT EQUAL 00
               IF CRD-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                 SET CLIENTE-TEM-LIMITE TO TRUE
                 MOVE CRD-LIMITE TO WRK-LIMITE-CLIENTE
                 MOVE "N" TO WRK-SW-BLOQUEADO
                 IF CRD-BLOQUEADO
                   SET CLIENTE-BLOQUEADO TO TRUE
                 END-IF
               END-IF
               READ CREDCLI NEXT RECORD
             END-PERFORM
             CLOSE CREDCLI
           END-IF.

           DISPLAY "PARCELAS EM ABERTO:".
           PERFORM 0124-OBTER-CAMINHO-CONTAREC.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC EQUAL 0
             READ CONTAREC NEXT RECORD
             PERFORM UNTIL FS-CONTAREC NOT EQUAL 00
               IF CRC-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                  AND CRC-ABERTA
                 PERFORM 0235-EXIBIR-PARCELA
               END-IF
               READ CONTAREC NEXT RECORD
             END-PERFORM
             CLOSE CONTAREC
           END-IF.
           IF WRK-QTD-PARCELAS EQUAL ZEROS
             DISPLAY "  NENHUMA PARCELA EM ABERTO"
           END-IF.

           MOVE WRK-SALDO-ABERTO TO WRK-VALOR-ED.
           DISPLAY "SALDO EM ABERTO..... " WRK-VALOR-ED.
           IF CLIENTE-TEM-LIMITE
             MOVE WRK-LIMITE-CLIENTE TO WRK-VALOR-ED
             DISPLAY "LIMITE DE CREDITO... " WRK-VALOR-ED
             COMPUTE WRK-DISPONIVEL =
                 WRK-LIMITE-CLIENTE - WRK-SALDO-ABERTO
             IF WRK-DISPONIVEL LESS ZEROS
               MOVE ZEROS TO WRK-DISPONIVEL
             END-IF
             MOVE WRK-DISPONIVEL TO WRK-VALOR-ED
             DISPLAY "CREDITO DISPONIVEL.. " WRK-VALOR-ED
             IF CLIENTE-BLOQUEADO
               DISPLAY "*** CREDITO BLOQUEADO ***"
             END-IF
           ELSE
             DISPLAY "SEM LIMITE DE CREDITO CADASTRADO"
           END-IF.

       0235-EXIBIR-PARCELA             SECTION.
           ADD 1 TO WRK-QTD-PARCELAS.
           COMPUTE WRK-SALDO-PARCELA = CRC-VALOR - CRC-VALOR-PAGO.
           ADD WRK-SALDO-PARCELA TO WRK-SALDO-ABERTO.
           MOVE CRC-VENCIMENTO TO WRK-DATA-SER-NUM.
           PERFORM 0290-SERIAL-DE-DIAS.
           COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-HOJE - WRK-SERIAL.
           IF WRK-DIAS-ATRASO LESS ZEROS
             MOVE ZEROS TO WRK-DIAS-ATRASO
           END-IF.
           MOVE WRK-SALDO-PARCELA TO WRK-VALOR-ED.
           MOVE WRK-DIAS-ATRASO   TO WRK-DIAS-ED.
           DISPLAY "  NOTA " CRC-NOTA " PARC " CRC-PARCELA
                   " VENC " CRC-VENCIMENTO " SALDO " WRK-VALOR-ED
                   " ATRASO " WRK-DIAS-ED " DIAS".

      *--------------------------------------------------------------
      *  0240-EXIBIR-NOTAS: AS ULTIMAS NOTAS DO CLIENTE NO VENDMOV,
      *  SOMANDO AS LINHAS DE CADA NOTA. O MOVIMENTO E CRONOLOGICO,
      *  ENTAO UMA NOTA NOVA EMPURRA A MAIS ANTIGA PARA FORA.
      *--------------------------------------------------------------
       0240-EXIBIR-NOTAS               SECTION.
           DISPLAY "---------------- ULTIMAS NOTAS -----------------".
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO DISPONIVEL"
             GO TO 0240-EXIBIR-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             IF MOV-ID-CLIENTE EQUAL WRK-ID-CLIENTE
               PERFORM 0245-ACUMULAR-NOTA
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.

           IF WRK-QTD-NOTAS EQUAL ZEROS
             DISPLAY "  NENHUMA COMPRA REGISTRADA"
           END-IF.
           PERFORM VARYING WRK-IND-NOTA FROM WRK-QTD-NOTAS BY -1
                   UNTIL WRK-IND-NOTA LESS 1
             MOVE WRK-NT-VALOR(WRK-IND-NOTA) TO WRK-VALOR-ED
             DISPLAY "  NOTA " WRK-NT-NOTA(WRK-IND-NOTA)
                     " DATA " WRK-NT-DATA(WRK-IND-NOTA)
                     " FILIAL " WRK-NT-FILIAL(WRK-IND-NOTA)
                     " VALOR " WRK-VALOR-ED
           END-PERFORM.
       0240-EXIBIR-SAIDA.
           EXIT.

       0245-ACUMULAR-NOTA              SECTION.
           MOVE "N" TO WRK-SW-NOTA.
           PERFORM VARYING WRK-IND-NOTA FROM 1 BY 1
                   UNTIL WRK-IND-NOTA GREATER WRK-QTD-NOTAS
                      OR NOTA-ACHADA
             IF WRK-NT-NOTA(WRK-IND-NOTA) EQUAL MOV-NOTA
               SET NOTA-ACHADA TO TRUE
               ADD MOV-VALOR TO WRK-NT-VALOR(WRK-IND-NOTA)
             END-IF
           END-PERFORM.
           IF NOTA-ACHADA
             GO TO 0245-ACUMULAR-SAIDA
           END-IF.

           IF WRK-QTD-NOTAS LESS WRK-MAX-NOTAS
             ADD 1 TO WRK-QTD-NOTAS
           ELSE
             PERFORM VARYING WRK-IND-NOTA FROM 1 BY 1
                     UNTIL WRK-IND-NOTA NOT LESS WRK-MAX-NOTAS
               MOVE WRK-NT-ITEM(WRK-IND-NOTA + 1)
                 TO WRK-NT-ITEM(WRK-IND-NOTA)
             END-PERFORM
           END-IF.
           MOVE MOV-NOTA   TO WRK-NT-NOTA(WRK-QTD-NOTAS).
           MOVE MOV-DATA   TO WRK-NT-DATA(WRK-QTD-NOTAS).
           MOVE MOV-FILIAL TO WRK-NT-FILIAL(WRK-QTD-NOTAS).
           MOVE MOV-VALOR  TO WRK-NT-VALOR(WRK-QTD-NOTAS).
       0245-ACUMULAR-SAIDA.
           EXIT.

       0250-EXIBIR-RECLAMACOES         SECTION.
           DISPLAY "---------------- RECLAMACOES EM ABERTO ---------".
           PERFORM 0164-OBTER-CAMINHO-RECLAMA.
           OPEN INPUT RECLAMACOES.
           IF FS-RECLAMACOES EQUAL 0
             READ RECLAMACOES NEXT RECORD
             PERFORM UNTIL FS-RECLAMACOES NOT EQUAL 00
               IF RCL-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                  AND (RCL-ABERTA OR RCL-EM-ANDAMENTO)
                 ADD 1 TO WRK-QTD-RECLAMA
                 DISPLAY "  PROTOCOLO " RCL-PROTOCOLO
                         " DE " RCL-DATA " SITUACAO " RCL-STATUS
                 DISPLAY "    " RCL-NOTA
               END-IF
               READ RECLAMACOES NEXT RECORD
             END-PERFORM
             CLOSE RECLAMACOES
           END-IF.
           IF WRK-QTD-RECLAMA EQUAL ZEROS
             DISPLAY "  NENHUMA RECLAMACAO EM ABERTO"
           END-IF.

      *--------------------------------------------------------------
      *  0260-EXIBIR-RETORNOS: MESMA REGRA DO ARQ030 - UM RETORNO
      *  EFETUADO (T) BAIXA TODAS AS PROMESSAS (P) ANTERIORES DO
      *  CLIENTE; AS QUE SOBRAM ESTAO PENDENTES.
      *--------------------------------------------------------------
       0260-EXIBIR-RETORNOS            SECTION.
           DISPLAY "---------------- RETORNOS PENDENTES ------------".
           PERFORM 0114-OBTER-CAMINHO-ATENDIME.
           OPEN INPUT ATENDIMENTOS.
           IF FS-ATENDIMENTOS EQUAL 0
             READ ATENDIMENTOS NEXT RECORD
             PERFORM UNTIL FS-ATENDIMENTOS NOT EQUAL 00
               IF ATD-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                 EVALUATE TRUE
                   WHEN ATD-TIPO-PROMESSA
                     PERFORM 0265-GUARDAR-PROMESSA
                   WHEN ATD-TIPO-RETORNO
                     MOVE ZEROS TO WRK-QTD-PROMESSAS
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-IF
               READ ATENDIMENTOS NEXT RECORD
             END-PERFORM
             CLOSE ATENDIMENTOS
           END-IF.
           IF WRK-QTD-PROMESSAS EQUAL ZEROS
             DISPLAY "  NENHUM RETORNO PENDENTE"
           END-IF.
           PERFORM VARYING WRK-IND-PROMESSA FROM 1 BY 1
                   UNTIL WRK-IND-PROMESSA GREATER WRK-QTD-PROMESSAS
             DISPLAY "  RETORNO ATE "
                     WRK-PRM-RETORNO(WRK-IND-PROMESSA)
                     " PROMETIDO EM " WRK-PRM-DATA(WRK-IND-PROMESSA)
                     " POR " WRK-PRM-OPERADOR(WRK-IND-PROMESSA)
             DISPLAY "    " WRK-PRM-NOTA(WRK-IND-PROMESSA)
           END-PERFORM.

       0265-GUARDAR-PROMESSA           SECTION.
           IF WRK-QTD-PROMESSAS LESS WRK-MAX-PROMESSAS
             ADD 1 TO WRK-QTD-PROMESSAS
             MOVE ATD-DATA     TO WRK-PRM-DATA(WRK-QTD-PROMESSAS)
             MOVE ATD-OPERADOR TO WRK-PRM-OPERADOR(WRK-QTD-PROMESSAS)
             MOVE ATD-DATA-RETORNO
               TO WRK-PRM-RETORNO(WRK-QTD-PROMESSAS)
             MOVE ATD-NOTA     TO WRK-PRM-NOTA(WRK-QTD-PROMESSAS)
           END-IF.

      *--- CONSENTIMENTO LGPD: VALE A ULTIMA LINHA DE CADA CANAL ---
       0270-EXIBIR-CONSENTIMENTOS      SECTION.
           DISPLAY "---------------- CONSENTIMENTOS LGPD -----------".
           MOVE "SEM REGISTRO" TO WRK-CNS-EMAIL.
           MOVE "SEM REGISTRO" TO WRK-CNS-TELEFONE.
           PERFORM 0165-OBTER-CAMINHO-CONSENTI.
           OPEN INPUT CONSENTIMENTOS.
           IF FS-CONSENTIMENTOS EQUAL 0
             READ CONSENTIMENTOS NEXT RECORD
             PERFORM UNTIL FS-CONSENTIMENTOS NOT EQUAL 00
               IF CNS-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                 PERFORM 0275-APLICAR-CONSENTIMENTO
               END-IF
               READ CONSENTIMENTOS NEXT RECORD
             END-PERFORM
             CLOSE CONSENTIMENTOS
           END-IF.
           DISPLAY "  E-MAIL...... " WRK-CNS-EMAIL.
           DISPLAY "  TELEFONE.... " WRK-CNS-TELEFONE.

       0275-APLICAR-CONSENTIMENTO      SECTION.
           MOVE SPACES TO WRK-CAMPO-TXT.
           IF CNS-CONCEDIDO
             MOVE "CONCEDIDO" TO WRK-CAMPO-TXT
           END-IF.
           IF CNS-REVOGADO
             MOVE "REVOGADO" TO WRK-CAMPO-TXT
           END-IF.
           IF WRK-CAMPO-TXT NOT EQUAL SPACES
             IF CNS-CANAL-EMAIL
               MOVE WRK-CAMPO-TXT TO WRK-CNS-EMAIL
             END-IF
             IF CNS-CANAL-TELEFONE
               MOVE WRK-CAMPO-TXT TO WRK-CNS-TELEFONE
             END-IF
           END-IF.

       0280-EXIBIR-ENCOMENDAS          SECTION.
           DISPLAY "---------------- ENCOMENDAS EM ABERTO ----------".
           PERFORM 0138-OBTER-CAMINHO-ENCOMEND.
           OPEN INPUT ENCOMENDAS.
           IF FS-ENCOMENDAS EQUAL 0
             READ ENCOMENDAS NEXT RECORD
             PERFORM UNTIL FS-ENCOMENDAS NOT EQUAL 00
               IF ENC-ID-CLIENTE EQUAL WRK-ID-CLIENTE
                  AND ENC-ABERTA
                 ADD 1 TO WRK-QTD-ENCOMENDA
                 MOVE ENC-VALOR TO WRK-VALOR-ED
                 DISPLAY "  NUM " ENC-NUMERO " DE " ENC-DATA
                         " FILIAL " ENC-FILIAL
                 DISPLAY "    " ENC-QTD " X " ENC-DESCRICAO
                         " VALOR " WRK-VALOR-ED
               END-IF
               READ ENCOMENDAS NEXT RECORD
             END-PERFORM
             CLOSE ENCOMENDAS
           END-IF.
           IF WRK-QTD-ENCOMENDA EQUAL ZEROS
             DISPLAY "  NENHUMA ENCOMENDA EM ABERTO"
           END-IF.

      *--- SERIAL DE DIAS CORRIDOS DA DATA EM WRK-DATA-SER ---
       0290-SERIAL-DE-DIAS             SECTION.
           COMPUTE WRK-SERIAL =
               (WRK-DS-ANO * 365)
               + WRK-CUM-DIAS(WRK-DS-MES)
               + WRK-DS-DIA.
           DIVIDE WRK-DS-ANO BY 4 GIVING WRK-RESTO-ANO.
           ADD WRK-RESTO-ANO TO WRK-SERIAL.
           DIVIDE WRK-DS-ANO BY 4 GIVING WRK-RESTO-ANO
             REMAINDER WRK-RESTO-ANO.
           IF WRK-RESTO-ANO EQUAL ZEROS
              AND WRK-DS-MES IS LESS THAN OR EQUAL TO 02
             SUBTRACT 1 FROM WRK-SERIAL
           END-IF.

           COPY "CAMARQP.cpy".
           COPY "CAMSEGP.cpy".
           COPY "CAMCRDP.cpy".
           COPY "CAMCRCP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMRCLP.cpy".
           COPY "CAMATDP.cpy".
           COPY "CAMCNSP.cpy".
           COPY "CAMENCP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE CLIENTES.
               DISPLAY "FIM DE PROGRAMA ".
