       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA89.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: LEMBRETE DE VENCIMENTO POR SMS/WHATSAPP - PASSO
      *==           DIARIO DA CADEIA. O PROGRAMA50 SO ESCREVE DEPOIS
      *==           DO ATRASO; AQUI SAO SELECIONADAS AS PARCELAS DO
      *==           CONTAS A RECEBER (CARTEIRA C) E AS MENSALIDADES
      *==           (CARTEIRA M) EM ABERTO QUE VENCEM NOS PROXIMOS N
      *==           DIAS (CONFIG LEMBRETE_DIAS, PADRAO 3) E GRAVADO O
      *==           ARQUIVO DO SERVICO DE ENVIO (LEMBENV.DAT) COM O
      *==           TELEFONE, O NOME, O VALOR, O VENCIMENTO E A LINHA
      *==           DIGITAVEL DO BOLETO (CONTA DE COBRANCA DO
      *==           CONTABAN.DAT). LGPD: SO SAI QUEM TEM
      *==           CONSENTIMENTO VIGENTE NO CANAL TELEFONE (ULTIMA
      *==           LINHA DO CONSENTI.DAT); NA MENSALIDADE O CONTATO E
      *==           O RESPONSAVEL FINANCEIRO, QUE PRECISA ESTAR NO
      *==           CADASTRO DE CLIENTES PELO CPF PARA TER
      *==           CONSENTIMENTO. CADA LEMBRETE VAI PARA O DIARIO
      *==           LEMBRETE.DAT (O TITULO NAO E LEMBRADO DUAS VEZES)
      *==           E VIRA CONTATO TIPO A NO DIARIO DE ATENDIMENTOS.
      *==           O RELATORIO DATADO (RELGER) LISTA OS ENVIOS E
      *==           COMPARA, NOS TITULOS VENCIDOS NOS ULTIMOS 30
      *==           DIAS, QUANTOS DOS LEMBRADOS E DOS NAO LEMBRADOS
      *==           FORAM PAGOS EM DIA (QUITADOS SEM ENCARGOS).
      *==           EXECUCAO NO BATCHLOG COM O TOTAL LEMBRADO EM
      *==           LOG-HASH.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT CONTAREC ASSIGN TO WRK-CAMINHO-CONTAREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT MENSALIDADES ASSIGN TO WRK-CAMINHO-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT RESPONSAVEIS ASSIGN TO WRK-CAMINHO-RESPONSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPONSAVEIS.

           SELECT CONSENTIMENTOS ASSIGN TO WRK-CAMINHO-CONSENTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSENTIMENTOS.

           SELECT CONTABAN ASSIGN TO WRK-CAMINHO-CONTABAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABAN.

           SELECT POLJUROS ASSIGN TO WRK-CAMINHO-POLJUROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLJUROS.

           SELECT LEMBRETES ASSIGN TO WRK-CAMINHO-LEMBRETE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEMBRETES.

           SELECT LEMBENV ASSIGN TO WRK-CAMINHO-LEMBENV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEMBENV.

           SELECT ATENDIMENTOS ASSIGN TO WRK-CAMINHO-ATENDIME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATENDIMENTOS.

           SELECT RELLEMB ASSIGN TO WRK-CAMINHO-RELLEMB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELLEMB.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAREC.
           COPY "CONTAREC.cpy".

       FD  MENSALIDADES.
           COPY "MENSALID.cpy".

       FD  CLIENTES.
           COPY "CLIENTES.cpy".

       FD  RESPONSAVEIS.
           COPY "RESPONSA.cpy".

       FD  CONSENTIMENTOS.
           COPY "CONSENTI.cpy".

       FD  CONTABAN.
           COPY "CONTABAN.cpy".

       FD  POLJUROS.
           COPY "POLJUROS.cpy".

       FD  LEMBRETES.
           COPY "LEMBRETE.cpy".

       FD  LEMBENV.
       01  REG-LEMBENV                PIC X(120).

       FD  ATENDIMENTOS.
           COPY "ATENDIME.cpy".

       FD  RELLEMB.
       01  REG-RELLEMB                PIC X(100).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMCRC.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMARQ.cpy".
           COPY "CAMRSP.cpy".
           COPY "CAMCNS.cpy".
           COPY "CAMCTB.cpy".
           COPY "CAMPOL.cpy".
           COPY "CAMATD.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
       77  FS-CONTAREC         PIC 9(02)    VALUE ZEROS.
       77  FS-MENSALIDADES     PIC 9(02)    VALUE ZEROS.
       77  FS-CLIENTES         PIC 9(02)    VALUE ZEROS.
       77  FS-RESPONSAVEIS     PIC 9(02)    VALUE ZEROS.
       77  FS-CONSENTIMENTOS   PIC 9(02)    VALUE ZEROS.
       77  FS-CONTABAN         PIC 9(02)    VALUE ZEROS.
       77  FS-POLJUROS         PIC 9(02)    VALUE ZEROS.
       77  FS-LEMBRETES        PIC 9(02)    VALUE ZEROS.
       77  FS-LEMBENV          PIC 9(02)    VALUE ZEROS.
       77  FS-ATENDIMENTOS     PIC 9(02)    VALUE ZEROS.
       77  FS-RELLEMB          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-LEMBRETE PIC X(100)  VALUE
           "C:/COBOL/DADOS/LEMBRETE.DAT.txt".
       77  WRK-CAMINHO-LEMBENV PIC X(100)   VALUE
           "C:/COBOL/DADOS/LEMBENV.DAT.txt".
       77  WRK-CAMINHO-RELLEMB PIC X(100)   VALUE SPACES.

      *--- JANELA DO LEMBRETE (CONFIG LEMBRETE_DIAS) ---
       77  WRK-CFG-DIAS        PIC X(100)   VALUE "03".
       77  WRK-DIAS-LEMBRETE   PIC 9(02)    VALUE 03.
       77  WRK-DIAS-AVALIACAO  PIC 9(02)    VALUE 30.
       77  WRK-DIA-VENC        PIC 9(02)    VALUE 10.
       77  WRK-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
       77  WRK-SW-CLIENTES     PIC X(01)    VALUE "N".
           88 CLIENTES-ABERTO               VALUE "S".

      *--- CALCULO DE DIAS (SERIAL DE DIAS CORRIDOS) ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO       PIC 9(04).
           05 WRK-DS-MES       PIC 9(02).
           05 WRK-DS-DIA       PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL          PIC 9(08)    VALUE ZEROS.
       77  WRK-SERIAL-HOJE     PIC 9(08)    VALUE ZEROS.
       77  WRK-SERIAL-BASE     PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS-VENC       PIC S9(05)   VALUE ZEROS.
       77  WRK-RESTO-ANO       PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS     PIC 9(03) OCCURS 12 TIMES.

      *--- CONSENTIMENTO VIGENTE POR CLIENTE (CANAL TELEFONE) ---
       01  WRK-TAB-CONSENT.
           05 WRK-CNS-ITEM OCCURS 2000 TIMES.
              10 WRK-CNS-ID       PIC 9(04).
              10 WRK-CNS-SITUACAO PIC X(01).
       77  WRK-QTD-CONSENT     PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-CONSENT     PIC 9(04)    VALUE 2000.
       77  WRK-IND-CONSENT     PIC 9(04)    VALUE ZEROS.
       77  WRK-ID-CONSENT      PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-CONSENT      PIC X(01)    VALUE "N".
           88 CONSENTIMENTO-ACHADO          VALUE "S".
       77  WRK-SW-AUTORIZA     PIC X(01)    VALUE "N".
           88 ENVIO-AUTORIZADO              VALUE "S".

      *--- RESPONSAVEIS FINANCEIROS (CONTATO DA MENSALIDADE) ---
       01  WRK-TAB-RESP.
           05 WRK-RSP-ITEM OCCURS 1000 TIMES.
              10 WRK-RSP-ID       PIC 9(04).
              10 WRK-RSP-NOME     PIC X(20).
              10 WRK-RSP-CPF      PIC 9(11).
              10 WRK-RSP-TEL      PIC X(11).
       77  WRK-QTD-RESP        PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-RESP        PIC 9(04)    VALUE 1000.
       77  WRK-IND-RESP        PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-RESP         PIC X(01)    VALUE "N".
           88 RESPONSAVEL-ACHADO            VALUE "S".

      *--- TITULOS JA LEMBRADOS (DIARIO LEMBRETE.DAT) ---
       01  WRK-TAB-LEMB.
           05 WRK-LMB-CHAVE    PIC X(17) OCCURS 5000 TIMES.
       77  WRK-QTD-LEMB        PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-LEMB        PIC 9(04)    VALUE 5000.
       77  WRK-IND-LEMB        PIC 9(04)    VALUE ZEROS.
       01  WRK-CHAVE-TITULO.
           05 WRK-CT-CARTEIRA  PIC X(01).
           05 WRK-CT-ID        PIC 9(04).
           05 WRK-CT-NOTA      PIC X(04).
           05 WRK-CT-PARCELA   PIC 9(02).
           05 WRK-CT-COMPET    PIC 9(06).
       77  WRK-SW-LEMB         PIC X(01)    VALUE "N".
           88 TITULO-JA-LEMBRADO            VALUE "S".

      *--- TITULO EM ANALISE ---
       77  WRK-SALDO           PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VENCTO          PIC 9(08)    VALUE ZEROS.
       77  WRK-REF             PIC X(10)    VALUE SPACES.
       77  WRK-CONTATO-ID      PIC 9(04)    VALUE ZEROS.
       77  WRK-CONTATO-NOME    PIC X(20)    VALUE SPACES.
       77  WRK-CONTATO-TEL     PIC X(11)    VALUE SPACES.
       77  WRK-SW-EM-DIA       PIC X(01)    VALUE "N".
           88 PAGO-EM-DIA                   VALUE "S".

      *--- CONTA DE COBRANCA (BANCO/AGENCIA/CONTA DO BOLETO) ---
       77  WRK-SW-CONTA        PIC X(01)    VALUE "N".
           88 TEM-CONTA-COBRANCA            VALUE "S".
       77  WRK-BANCO           PIC 9(03)    VALUE ZEROS.
       77  WRK-AGENCIA         PIC 9(04)    VALUE ZEROS.
       77  WRK-CONTA-NUM       PIC 9(10)    VALUE ZEROS.
       77  WRK-IND-POS         PIC 9(02)    VALUE ZEROS.
       77  WRK-DIGITO          PIC 9(01)    VALUE ZEROS.

      *--- CODIGO DE BARRAS (44) E LINHA DIGITAVEL (47) - FEBRABAN ---
       01  WRK-NOSSO-NUMERO.
           05 WRK-NN-CARTEIRA  PIC 9(01).
           05 WRK-NN-ID        PIC 9(04).
           05 WRK-NN-REF       PIC 9(06).
           05 WRK-NN-REF-C REDEFINES WRK-NN-REF.
              10 WRK-NN-NOTA   PIC 9(04).
              10 WRK-NN-PARCELA PIC 9(02).
       01  WRK-CODBARRAS.
           05 WRK-CB-BANCO     PIC 9(03).
           05 WRK-CB-MOEDA     PIC 9(01).
           05 WRK-CB-DV        PIC 9(01).
           05 WRK-CB-FATOR     PIC 9(04).
           05 WRK-CB-VALOR     PIC 9(10).
           05 WRK-CB-LIVRE.
              10 WRK-CL-AGENCIA  PIC 9(04).
              10 WRK-CL-CARTEIRA PIC 9(02).
              10 WRK-CL-NOSSO    PIC 9(11).
              10 WRK-CL-CONTA    PIC 9(07).
              10 WRK-CL-ZERO     PIC 9(01).
       01  WRK-CODBARRAS-X REDEFINES WRK-CODBARRAS PIC X(44).
       01  WRK-CODBARRAS-D REDEFINES WRK-CODBARRAS.
           05 WRK-CB-DIG       PIC 9(01) OCCURS 44 TIMES.
       77  WRK-LINHA-DIGITAVEL PIC X(47)    VALUE SPACES.
       77  WRK-FATOR           PIC S9(08)   VALUE ZEROS.
       01  WRK-M10-AREA        PIC X(10)    VALUE SPACES.
       01  WRK-M10-RED REDEFINES WRK-M10-AREA.
           05 WRK-M10-DIG      PIC 9(01) OCCURS 10 TIMES.
       77  WRK-M10-TAM         PIC 9(02)    VALUE ZEROS.
       77  WRK-DV              PIC 9(02)    VALUE ZEROS.
       77  WRK-SOMA            PIC 9(05)    VALUE ZEROS.
       77  WRK-PESO            PIC 9(02)    VALUE ZEROS.
       77  WRK-PRODUTO         PIC 9(03)    VALUE ZEROS.
       77  WRK-QUOCIENTE       PIC 9(05)    VALUE ZEROS.
       77  WRK-RESTO           PIC 9(02)    VALUE ZEROS.
       77  WRK-IND-DIG         PIC 9(02)    VALUE ZEROS.

      *--- ARQUIVO DO SERVICO DE ENVIO (HEADER/DETALHE/TRAILER) ---
       01  WRK-ENV-HEADER.
           05 FILLER           PIC X(01) VALUE "0".
           05 WRK-EH-DATA      PIC 9(08).
           05 FILLER           PIC X(20) VALUE
              "LEMBRETE VENCIMENTO ".
           05 FILLER           PIC X(91) VALUE SPACES.
       01  WRK-ENV-DETALHE.
           05 FILLER           PIC X(01) VALUE "1".
           05 WRK-ED-TELEFONE  PIC X(11).
           05 WRK-ED-NOME      PIC X(20).
           05 WRK-ED-VALOR     PIC 9(08)V99.
           05 WRK-ED-VENCTO    PIC 9(08).
           05 WRK-ED-LINHA     PIC X(47).
           05 WRK-ED-CARTEIRA  PIC X(01).
           05 WRK-ED-REF       PIC X(10).
           05 FILLER           PIC X(12) VALUE SPACES.
       01  WRK-ENV-TRAILER.
           05 FILLER           PIC X(01) VALUE "9".
           05 WRK-ET-QTD       PIC 9(06).
           05 WRK-ET-TOTAL     PIC 9(12)V99.
           05 FILLER           PIC X(99) VALUE SPACES.

      *--- ACUMULADORES ---
       77  WRK-ACUM-ENVIADOS   PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-JA-LEMB    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-SEM-CONS   PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-SEM-TEL    PIC 9(06)    VALUE ZEROS.
       77  WRK-ACUM-LIDOS      PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-LEMBRADO  PIC 9(12)V99 VALUE ZEROS.
       77  WRK-AV-LEMB-TOT     PIC 9(06)    VALUE ZEROS.
       77  WRK-AV-LEMB-DIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-AV-SEM-TOT      PIC 9(06)    VALUE ZEROS.
       77  WRK-AV-SEM-DIA      PIC 9(06)    VALUE ZEROS.
       77  WRK-PERCENTUAL      PIC 9(03)V9  VALUE ZEROS.

      *--- LINHAS DO RELATORIO ---
       01  WRK-RL-TITULO.
           05 FILLER           PIC X(36) VALUE
              "LEMBRETES DE VENCIMENTO ENVIADOS EM ".
           05 WRK-RL-DATA      PIC 9(08).
           05 FILLER           PIC X(18) VALUE " - JANELA DE DIAS:".
           05 WRK-RL-DIAS      PIC Z9.
       01  WRK-RL-CABEC.
           05 FILLER PIC X(05) VALUE "CART".
           05 FILLER PIC X(06) VALUE "ID".
           05 FILLER PIC X(12) VALUE "TITULO".
           05 FILLER PIC X(10) VALUE "VENCTO".
           05 FILLER PIC X(13) VALUE "        VALOR".
           05 FILLER PIC X(09) VALUE "  CONTATO".
       01  WRK-RL-ITEM.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-RI-CARTEIRA  PIC X(01).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-RI-ID        PIC 9(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-RI-REF       PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-RI-VENCTO    PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-RI-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-RI-CONTATO   PIC 9(04).
       01  WRK-RL-TOTAL.
           05 WRK-RT-ROTULO    PIC X(40).
           05 WRK-RT-QTD       PIC ZZZ.ZZ9.
       01  WRK-RL-AVALIA.
           05 WRK-RA-ROTULO    PIC X(30).
           05 WRK-RA-TOTAL     PIC ZZZ.ZZ9.
           05 FILLER           PIC X(14) VALUE " PAGOS EM DIA:".
           05 WRK-RA-EM-DIA    PIC ZZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-RA-PERC      PIC ZZ9,9.
           05 FILLER           PIC X(01) VALUE "%".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           CALL "DATAMES" USING WRK-AREA-DATAMES.
           MOVE DTM-AAAAMMDD TO WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SER-NUM.
           PERFORM 0216-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.
      *    DATA-BASE DO FATOR DE VENCIMENTO DO BOLETO
           MOVE 19971007 TO WRK-DATA-SER-NUM.
           PERFORM 0216-SERIAL-DE-DIAS.
           MOVE WRK-SERIAL TO WRK-SERIAL-BASE.

           CALL "CONFIG" USING
               "LEMBRETE_DIAS       " WRK-CFG-DIAS.
           IF WRK-CFG-DIAS(1:2) IS NUMERIC
              AND WRK-CFG-DIAS(1:2) NOT EQUAL "00"
             MOVE WRK-CFG-DIAS(1:2) TO WRK-DIAS-LEMBRETE
           END-IF.
           CALL "CONFIG" USING
               "LEMBRETE_DAT        " WRK-CAMINHO-LEMBRETE.
           CALL "CONFIG" USING
               "LEMBENV_DAT         " WRK-CAMINHO-LEMBENV.

           PERFORM 0206-CARREGAR-POLITICA.
           PERFORM 0110-CARREGAR-CONTA.
           PERFORM 0120-CARREGAR-CONSENTIMENTOS.
           PERFORM 0125-CARREGAR-RESPONSAVEIS.
           PERFORM 0128-CARREGAR-LEMBRADOS.

           OPEN OUTPUT LEMBENV.
           IF FS-LEMBENV NOT EQUAL 0
             DISPLAY "ARQUIVO DE ENVIO DOS LEMBRETES NAO FOI ABERTO - "
                     "STATUS " FS-LEMBENV
             GOBACK
           END-IF.
           OPEN EXTEND LEMBRETES.
           IF FS-LEMBRETES EQUAL 35
             OPEN OUTPUT LEMBRETES
           END-IF.
           IF FS-LEMBRETES NOT EQUAL 0
             DISPLAY "DIARIO DE LEMBRETES NAO FOI ABERTO - STATUS "
                     FS-LEMBRETES
             CLOSE LEMBENV
             GOBACK
           END-IF.
           PERFORM 0114-OBTER-CAMINHO-ATENDIME.
           OPEN EXTEND ATENDIMENTOS.
           IF FS-ATENDIMENTOS EQUAL 35
             OPEN OUTPUT ATENDIMENTOS
           END-IF.
           IF FS-ATENDIMENTOS NOT EQUAL 0
             DISPLAY "DIARIO DE ATENDIMENTOS NAO FOI ABERTO - "
                     "STATUS " FS-ATENDIMENTOS
             CLOSE LEMBENV LEMBRETES
             GOBACK
           END-IF.
           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 0
             SET CLIENTES-ABERTO TO TRUE
           ELSE
             DISPLAY "CADASTRO DE CLIENTES NAO FOI ABERTO - STATUS "
                     FS-CLIENTES " - NENHUM LEMBRETE SERA ENVIADO"
           END-IF.

           MOVE "LEMBRETES" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELLEMB.
           OPEN OUTPUT RELLEMB.
           IF FS-RELLEMB NOT EQUAL 0
             DISPLAY "RELATORIO DOS LEMBRETES NAO FOI ABERTO - STATUS "
                     FS-RELLEMB
             GOBACK
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-EH-DATA.
           MOVE WRK-ENV-HEADER TO REG-LEMBENV.
           WRITE REG-LEMBENV.
           MOVE WRK-DATA-HOJE     TO WRK-RL-DATA.
           MOVE WRK-DIAS-LEMBRETE TO WRK-RL-DIAS.
           MOVE WRK-RL-TITULO TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE SPACES TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE WRK-RL-CABEC TO REG-RELLEMB.
           WRITE REG-RELLEMB.

      *--- BANCO/AGENCIA/CONTA DA CONTA DE COBRANCA PARA O BOLETO ---
       0110-CARREGAR-CONTA             SECTION.
           MOVE 'C' TO WRK-USO-CONTA.
           PERFORM 0173-OBTER-CONTA-BANCO.
           IF WRK-CONTA-BANCO EQUAL ZEROS
             DISPLAY "SEM CONTA DE COBRANCA NO CONTABAN - LEMBRETES "
                     "SEM LINHA DIGITAVEL"
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           OPEN INPUT CONTABAN.
           IF FS-CONTABAN NOT EQUAL 0
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ CONTABAN NEXT RECORD.
           PERFORM UNTIL FS-CONTABAN NOT EQUAL 00
                      OR TEM-CONTA-COBRANCA
             IF CTB-CODIGO EQUAL WRK-CONTA-BANCO
               SET TEM-CONTA-COBRANCA TO TRUE
               MOVE CTB-BANCO   TO WRK-BANCO
               MOVE CTB-AGENCIA TO WRK-AGENCIA
               MOVE ZEROS TO WRK-CONTA-NUM
               MOVE 1 TO WRK-IND-POS
               PERFORM UNTIL WRK-IND-POS GREATER 10
                 IF CTB-CONTA(WRK-IND-POS:1) IS NUMERIC
                   MOVE CTB-CONTA(WRK-IND-POS:1) TO WRK-DIGITO
                   COMPUTE WRK-CONTA-NUM =
                       (WRK-CONTA-NUM * 10) + WRK-DIGITO
                 END-IF
                 ADD 1 TO WRK-IND-POS
               END-PERFORM
             ELSE
               READ CONTABAN NEXT RECORD
             END-IF
           END-PERFORM.
           CLOSE CONTABAN.
       0110-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0120-CARREGAR-CONSENTIMENTOS: O DIARIO E LIDO NA ORDEM DE
      *  GRAVACAO, ENTAO A ULTIMA LINHA DE CADA CLIENTE NO CANAL
      *  TELEFONE E A QUE FICA NA TABELA - E O ESTADO VIGENTE.
      *--------------------------------------------------------------
       0120-CARREGAR-CONSENTIMENTOS    SECTION.
           PERFORM 0165-OBTER-CAMINHO-CONSENTI.
           OPEN INPUT CONSENTIMENTOS.
           IF FS-CONSENTIMENTOS NOT EQUAL 0
             DISPLAY "SEM DIARIO DE CONSENTIMENTOS - NENHUM LEMBRETE "
                     "(LGPD: SEM CONSENTIMENTO NAO HA MENSAGEM)"
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ CONSENTIMENTOS NEXT RECORD.
           PERFORM UNTIL FS-CONSENTIMENTOS NOT EQUAL 00
             IF CNS-CANAL-TELEFONE
               MOVE CNS-ID-CLIENTE TO WRK-ID-CONSENT
               PERFORM 0123-LOCALIZAR-CONSENTIMENTO
               IF CONSENTIMENTO-ACHADO
                 MOVE CNS-SITUACAO
                   TO WRK-CNS-SITUACAO(WRK-IND-CONSENT)
               ELSE
                 IF WRK-QTD-CONSENT LESS WRK-MAX-CONSENT
                   ADD 1 TO WRK-QTD-CONSENT
                   MOVE CNS-ID-CLIENTE
                     TO WRK-CNS-ID(WRK-QTD-CONSENT)
                   MOVE CNS-SITUACAO
                     TO WRK-CNS-SITUACAO(WRK-QTD-CONSENT)
                 END-IF
               END-IF
             END-IF
             READ CONSENTIMENTOS NEXT RECORD
           END-PERFORM.
           CLOSE CONSENTIMENTOS.
       0120-CARREGAR-SAIDA.
           EXIT.

       0123-LOCALIZAR-CONSENTIMENTO    SECTION.
           MOVE "N" TO WRK-SW-CONSENT.
           MOVE 1   TO WRK-IND-CONSENT.
           PERFORM UNTIL WRK-IND-CONSENT GREATER WRK-QTD-CONSENT
                      OR CONSENTIMENTO-ACHADO
             IF WRK-CNS-ID(WRK-IND-CONSENT) EQUAL WRK-ID-CONSENT
               SET CONSENTIMENTO-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-CONSENT
             END-IF
           END-PERFORM.

       0125-CARREGAR-RESPONSAVEIS      SECTION.
           PERFORM 0162-OBTER-CAMINHO-RESPONSA.
           OPEN INPUT RESPONSAVEIS.
           IF FS-RESPONSAVEIS NOT EQUAL 0
             GO TO 0125-CARREGAR-SAIDA
           END-IF.
           READ RESPONSAVEIS NEXT RECORD.
           PERFORM UNTIL FS-RESPONSAVEIS NOT EQUAL 00
             IF WRK-QTD-RESP LESS WRK-MAX-RESP
               ADD 1 TO WRK-QTD-RESP
               MOVE RSP-ID   TO WRK-RSP-ID(WRK-QTD-RESP)
               MOVE RSP-NOME TO WRK-RSP-NOME(WRK-QTD-RESP)
               MOVE RSP-CPF  TO WRK-RSP-CPF(WRK-QTD-RESP)
               MOVE RSP-TEL  TO WRK-RSP-TEL(WRK-QTD-RESP)
             END-IF
             READ RESPONSAVEIS NEXT RECORD
           END-PERFORM.
           CLOSE RESPONSAVEIS.
       0125-CARREGAR-SAIDA.
           EXIT.

       0128-CARREGAR-LEMBRADOS         SECTION.
           OPEN INPUT LEMBRETES.
           IF FS-LEMBRETES NOT EQUAL 0
             GO TO 0128-CARREGAR-SAIDA
           END-IF.
           READ LEMBRETES NEXT RECORD.
           PERFORM UNTIL FS-LEMBRETES NOT EQUAL 00
             IF WRK-QTD-LEMB LESS WRK-MAX-LEMB
               ADD 1 TO WRK-QTD-LEMB
               MOVE LMB-CHAVE TO WRK-LMB-CHAVE(WRK-QTD-LEMB)
             END-IF
             READ LEMBRETES NEXT RECORD
           END-PERFORM.
           CLOSE LEMBRETES.
           IF WRK-QTD-LEMB NOT LESS WRK-MAX-LEMB
             DISPLAY "DIARIO DE LEMBRETES COM MAIS DE " WRK-MAX-LEMB
                     " LINHAS - ARQUIVE O DIARIO ANTIGO"
           END-IF.
       0128-CARREGAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-LER-CONTAREC.
           PERFORM 0220-LER-MENSALIDADES.

           MOVE WRK-ACUM-ENVIADOS  TO WRK-ET-QTD.
           MOVE WRK-TOTAL-LEMBRADO TO WRK-ET-TOTAL.
           MOVE WRK-ENV-TRAILER TO REG-LEMBENV.
           WRITE REG-LEMBENV.
           CLOSE LEMBENV.
           CLOSE LEMBRETES.
           CLOSE ATENDIMENTOS.
           IF CLIENTES-ABERTO
             CLOSE CLIENTES
           END-IF.

           PERFORM 0280-IMPRIMIR-RESUMO.
           CLOSE RELLEMB.

           DISPLAY "LEMBRETES ENVIADOS.........: " WRK-ACUM-ENVIADOS.
           DISPLAY "SEM CONSENTIMENTO (LGPD)...: " WRK-ACUM-SEM-CONS.
           DISPLAY "SEM TELEFONE...............: " WRK-ACUM-SEM-TEL.
           DISPLAY "ARQUIVO DE ENVIO GRAVADO EM " WRK-CAMINHO-LEMBENV.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELLEMB.

      *--------------------------------------------------------------
      *  0210-LER-CONTAREC: PARCELA ABERTA QUE VENCE NA JANELA E
      *  CANDIDATA A LEMBRETE; PARCELA VENCIDA NOS ULTIMOS 30 DIAS
      *  ENTRA NA AVALIACAO (LEMBRADA OU NAO, PAGA EM DIA OU NAO).
      *--------------------------------------------------------------
       0210-LER-CONTAREC               SECTION.
           PERFORM 0124-OBTER-CAMINHO-CONTAREC.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC NOT EQUAL 0
             DISPLAY "CONTAS A RECEBER NAO FOI ABERTO - STATUS "
                     FS-CONTAREC " - CARTEIRA C SEM LEMBRETE"
             GO TO 0210-LER-SAIDA
           END-IF.
           READ CONTAREC NEXT RECORD.
           PERFORM UNTIL FS-CONTAREC NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             MOVE "C"            TO WRK-CT-CARTEIRA
             MOVE CRC-ID-CLIENTE TO WRK-CT-ID
             MOVE CRC-NOTA       TO WRK-CT-NOTA
             MOVE CRC-PARCELA    TO WRK-CT-PARCELA
             MOVE ZEROS          TO WRK-CT-COMPET
             MOVE CRC-VENCIMENTO TO WRK-VENCTO
             MOVE WRK-VENCTO     TO WRK-DATA-SER-NUM
             PERFORM 0216-SERIAL-DE-DIAS
             COMPUTE WRK-DIAS-VENC = WRK-SERIAL - WRK-SERIAL-HOJE
             IF WRK-DIAS-VENC LESS ZEROS
                AND WRK-DIAS-VENC NOT LESS (ZEROS - WRK-DIAS-AVALIACAO)
               MOVE "N" TO WRK-SW-EM-DIA
               IF CRC-QUITADA AND CRC-ENCARGOS EQUAL ZEROS
                 SET PAGO-EM-DIA TO TRUE
               END-IF
               PERFORM 0260-AVALIAR-TITULO
             END-IF
             IF CRC-ABERTA
                AND WRK-DIAS-VENC GREATER ZEROS
                AND WRK-DIAS-VENC NOT GREATER WRK-DIAS-LEMBRETE
               COMPUTE WRK-SALDO = CRC-VALOR - CRC-VALOR-PAGO
               IF WRK-SALDO GREATER ZEROS
                 MOVE SPACES TO WRK-REF
                 STRING "NT " CRC-NOTA "/" CRC-PARCELA
                   DELIMITED BY SIZE INTO WRK-REF
                 END-STRING
                 MOVE 1 TO WRK-NN-CARTEIRA
                 MOVE CRC-ID-CLIENTE TO WRK-NN-ID
                 IF CRC-NOTA IS NUMERIC
                   MOVE CRC-NOTA TO WRK-NN-NOTA
                 ELSE
                   MOVE ZEROS TO WRK-NN-NOTA
                 END-IF
                 MOVE CRC-PARCELA TO WRK-NN-PARCELA
                 MOVE CRC-ID-CLIENTE TO WRK-CONTATO-ID
                 PERFORM 0230-CONTATO-DO-CLIENTE
                 PERFORM 0240-LEMBRAR-TITULO
               END-IF
             END-IF
             READ CONTAREC NEXT RECORD
           END-PERFORM.
           CLOSE CONTAREC.
       0210-LER-SAIDA.
           EXIT.

      *--- MENSALIDADE: VENCE NO DIA DA POLITICA (POLJUROS.DAT) ---
       0220-LER-MENSALIDADES           SECTION.
           PERFORM 0132-OBTER-CAMINHO-MENSALID.
           OPEN INPUT MENSALIDADES.
           IF FS-MENSALIDADES NOT EQUAL 0
             DISPLAY "MENSALIDADES NAO FORAM ABERTAS - STATUS "
                     FS-MENSALIDADES " - CARTEIRA M SEM LEMBRETE"
             GO TO 0220-LER-SAIDA
           END-IF.
           READ MENSALIDADES NEXT RECORD.
           PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             MOVE "M"             TO WRK-CT-CARTEIRA
             MOVE MEN-ALU-ID      TO WRK-CT-ID
             MOVE SPACES          TO WRK-CT-NOTA
             MOVE ZEROS           TO WRK-CT-PARCELA
             MOVE MEN-COMPETENCIA TO WRK-CT-COMPET
             COMPUTE WRK-VENCTO =
                 (MEN-COMPETENCIA * 100) + WRK-DIA-VENC
             MOVE WRK-VENCTO TO WRK-DATA-SER-NUM
             PERFORM 0216-SERIAL-DE-DIAS
             COMPUTE WRK-DIAS-VENC = WRK-SERIAL - WRK-SERIAL-HOJE
             IF WRK-DIAS-VENC LESS ZEROS
                AND WRK-DIAS-VENC NOT LESS (ZEROS - WRK-DIAS-AVALIACAO)
               MOVE "N" TO WRK-SW-EM-DIA
               IF MEN-QUITADA AND MEN-ENCARGOS EQUAL ZEROS
                 SET PAGO-EM-DIA TO TRUE
               END-IF
               PERFORM 0260-AVALIAR-TITULO
             END-IF
             IF MEN-ABERTA
                AND WRK-DIAS-VENC GREATER ZEROS
                AND WRK-DIAS-VENC NOT GREATER WRK-DIAS-LEMBRETE
               COMPUTE WRK-SALDO = MEN-VALOR - MEN-VALOR-PAGO
               IF WRK-SALDO GREATER ZEROS
                 MOVE SPACES TO WRK-REF
                 STRING "CP " MEN-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-REF
                 END-STRING
                 MOVE 2 TO WRK-NN-CARTEIRA
                 MOVE MEN-ALU-ID      TO WRK-NN-ID
                 MOVE MEN-COMPETENCIA TO WRK-NN-REF
                 PERFORM 0235-CONTATO-DO-RESPONSAVEL
                 PERFORM 0240-LEMBRAR-TITULO
               END-IF
             END-IF
             READ MENSALIDADES NEXT RECORD
           END-PERFORM.
           CLOSE MENSALIDADES.
       0220-LER-SAIDA.
           EXIT.

      *--- CARTEIRA C: O DEVEDOR E O PROPRIO CLIENTE DO CADASTRO ---
       0230-CONTATO-DO-CLIENTE         SECTION.
           MOVE SPACES TO WRK-CONTATO-NOME WRK-CONTATO-TEL.
           IF NOT CLIENTES-ABERTO
             GO TO 0230-CONTATO-SAIDA
           END-IF.
           MOVE WRK-CONTATO-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               MOVE ZEROS TO WRK-CONTATO-ID
             NOT INVALID KEY
               MOVE REG-NOME TO WRK-CONTATO-NOME
               MOVE REG-TEL  TO WRK-CONTATO-TEL
           END-READ.
       0230-CONTATO-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0235-CONTATO-DO-RESPONSAVEL: A MENSALIDADE E COBRADA DO
      *  RESPONSAVEL FINANCEIRO (MEN-RESP-ID). O CONSENTIMENTO E DO
      *  CADASTRO DE CLIENTES, ENTAO O RESPONSAVEL SO RECEBE SE O
      *  CPF DELE ESTIVER LA - O REG-ID ACHADO E QUEM CONSENTE E
      *  QUEM RECEBE O CONTATO NO DIARIO DE ATENDIMENTOS.
      *--------------------------------------------------------------
       0235-CONTATO-DO-RESPONSAVEL     SECTION.
           MOVE ZEROS  TO WRK-CONTATO-ID.
           MOVE SPACES TO WRK-CONTATO-NOME WRK-CONTATO-TEL.
           IF MEN-RESP-ID IS NOT NUMERIC
              OR MEN-RESP-ID EQUAL ZEROS
             GO TO 0235-CONTATO-SAIDA
           END-IF.
           MOVE "N" TO WRK-SW-RESP.
           MOVE 1   TO WRK-IND-RESP.
           PERFORM UNTIL WRK-IND-RESP GREATER WRK-QTD-RESP
                      OR RESPONSAVEL-ACHADO
             IF WRK-RSP-ID(WRK-IND-RESP) EQUAL MEN-RESP-ID
               SET RESPONSAVEL-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-RESP
             END-IF
           END-PERFORM.
           IF NOT RESPONSAVEL-ACHADO
             GO TO 0235-CONTATO-SAIDA
           END-IF.
           MOVE WRK-RSP-NOME(WRK-IND-RESP) TO WRK-CONTATO-NOME.
           MOVE WRK-RSP-TEL(WRK-IND-RESP)  TO WRK-CONTATO-TEL.
           IF NOT CLIENTES-ABERTO
              OR WRK-RSP-CPF(WRK-IND-RESP) EQUAL ZEROS
             GO TO 0235-CONTATO-SAIDA
           END-IF.
           MOVE WRK-RSP-CPF(WRK-IND-RESP) TO REG-CPF.
           READ CLIENTES KEY IS REG-CPF
             INVALID KEY
               MOVE ZEROS TO WRK-CONTATO-ID
             NOT INVALID KEY
               MOVE REG-ID TO WRK-CONTATO-ID
           END-READ.
       0235-CONTATO-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0240-LEMBRAR-TITULO: TITULO JA LEMBRADO NAO SAI DE NOVO;
      *  SEM CONSENTIMENTO VIGENTE NO CANAL TELEFONE OU SEM
      *  TELEFONE NAO SAI. O QUE SAI VAI PARA O ARQUIVO DE ENVIO, O
      *  DIARIO DE LEMBRETES, O DIARIO DE ATENDIMENTOS E O
      *  RELATORIO.
      *--------------------------------------------------------------
       0240-LEMBRAR-TITULO             SECTION.
           PERFORM 0265-PROCURAR-LEMBRETE.
           IF TITULO-JA-LEMBRADO
             ADD 1 TO WRK-ACUM-JA-LEMB
             GO TO 0240-LEMBRAR-SAIDA
           END-IF.
           MOVE "N" TO WRK-SW-AUTORIZA.
           IF WRK-CONTATO-ID GREATER ZEROS
             MOVE WRK-CONTATO-ID TO WRK-ID-CONSENT
             PERFORM 0123-LOCALIZAR-CONSENTIMENTO
             IF CONSENTIMENTO-ACHADO
                AND WRK-CNS-SITUACAO(WRK-IND-CONSENT) EQUAL 'C'
               SET ENVIO-AUTORIZADO TO TRUE
             END-IF
           END-IF.
           IF NOT ENVIO-AUTORIZADO
             ADD 1 TO WRK-ACUM-SEM-CONS
             GO TO 0240-LEMBRAR-SAIDA
           END-IF.
           IF WRK-CONTATO-TEL EQUAL SPACES
             ADD 1 TO WRK-ACUM-SEM-TEL
             GO TO 0240-LEMBRAR-SAIDA
           END-IF.

           PERFORM 0250-MONTAR-LINHA-DIGITAVEL.

           MOVE WRK-CONTATO-TEL     TO WRK-ED-TELEFONE.
           MOVE WRK-CONTATO-NOME    TO WRK-ED-NOME.
           MOVE WRK-SALDO           TO WRK-ED-VALOR.
           MOVE WRK-VENCTO          TO WRK-ED-VENCTO.
           MOVE WRK-LINHA-DIGITAVEL TO WRK-ED-LINHA.
           MOVE WRK-CT-CARTEIRA     TO WRK-ED-CARTEIRA.
           MOVE WRK-REF             TO WRK-ED-REF.
           MOVE WRK-ENV-DETALHE TO REG-LEMBENV.
           WRITE REG-LEMBENV.

           MOVE WRK-CHAVE-TITULO TO LMB-CHAVE.
           MOVE WRK-VENCTO       TO LMB-VENCTO.
           MOVE WRK-SALDO        TO LMB-VALOR.
           MOVE WRK-DATA-HOJE    TO LMB-DATA-ENVIO.
           MOVE WRK-CONTATO-ID   TO LMB-ID-CLIENTE.
           WRITE REG-LEMBRETE.

           MOVE WRK-CONTATO-ID TO ATD-ID-CLIENTE.
           MOVE WRK-DATA-HOJE  TO ATD-DATA.
           ACCEPT ATD-HORA FROM TIME.
           MOVE "LEMBRETE EM LOTE" TO ATD-OPERADOR.
           SET ATD-TIPO-AVISO-VENC TO TRUE.
           MOVE ZEROS  TO ATD-DATA-RETORNO.
           MOVE SPACES TO ATD-NOTA.
           STRING "LEMBRETE DE VENCIMENTO " WRK-REF
                  " VENC " WRK-VENCTO
             DELIMITED BY SIZE INTO ATD-NOTA
           END-STRING.
           WRITE REG-ATENDIMENTO.

           MOVE WRK-CT-CARTEIRA TO WRK-RI-CARTEIRA.
           MOVE WRK-CT-ID       TO WRK-RI-ID.
           MOVE WRK-REF         TO WRK-RI-REF.
           MOVE WRK-VENCTO      TO WRK-RI-VENCTO.
           MOVE WRK-SALDO       TO WRK-RI-VALOR.
           MOVE WRK-CONTATO-ID  TO WRK-RI-CONTATO.
           MOVE WRK-RL-ITEM TO REG-RELLEMB.
           WRITE REG-RELLEMB.

           ADD 1         TO WRK-ACUM-ENVIADOS.
           ADD WRK-SALDO TO WRK-TOTAL-LEMBRADO.
       0240-LEMBRAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0250-MONTAR-LINHA-DIGITAVEL: CODIGO DE BARRAS FEBRABAN
      *  (BANCO, MOEDA 9, DV, FATOR DE VENCIMENTO, VALOR E CAMPO
      *  LIVRE COM AGENCIA, CARTEIRA 09, NOSSO NUMERO E CONTA) E A
      *  LINHA DIGITAVEL EM CINCO CAMPOS, OS TRES PRIMEIROS COM DV
      *  MODULO 10. O NOSSO NUMERO E O PROPRIO TITULO: CARTEIRA (1 =
      *  CONTAS A RECEBER, 2 = MENSALIDADE), ID E NOTA/PARCELA OU
      *  COMPETENCIA - O MESMO QUE A REMESSA DO PROGRAMA48 REGISTRA.
      *  O FATOR RECOMECA EM 1000 DEPOIS DO 9999 (22/02/2025).
      *--------------------------------------------------------------
       0250-MONTAR-LINHA-DIGITAVEL     SECTION.
           MOVE SPACES TO WRK-LINHA-DIGITAVEL.
           IF NOT TEM-CONTA-COBRANCA
             GO TO 0250-MONTAR-SAIDA
           END-IF.
           MOVE WRK-BANCO   TO WRK-CB-BANCO.
           MOVE 9           TO WRK-CB-MOEDA.
           MOVE ZEROS       TO WRK-CB-DV.
           MOVE WRK-VENCTO  TO WRK-DATA-SER-NUM.
           PERFORM 0216-SERIAL-DE-DIAS.
           COMPUTE WRK-FATOR = WRK-SERIAL - WRK-SERIAL-BASE.
           PERFORM UNTIL WRK-FATOR NOT GREATER 9999
             SUBTRACT 9000 FROM WRK-FATOR
           END-PERFORM.
           MOVE WRK-FATOR   TO WRK-CB-FATOR.
           COMPUTE WRK-CB-VALOR = WRK-SALDO * 100.
           MOVE WRK-AGENCIA TO WRK-CL-AGENCIA.
           MOVE 09          TO WRK-CL-CARTEIRA.
           MOVE WRK-NOSSO-NUMERO TO WRK-CL-NOSSO.
           MOVE WRK-CONTA-NUM    TO WRK-CL-CONTA.
           MOVE ZEROS       TO WRK-CL-ZERO.

      *    DV GERAL - MODULO 11 PESOS 2 A 9 SOBRE AS 43 POSICOES
           MOVE ZEROS TO WRK-SOMA.
           MOVE 2     TO WRK-PESO.
           MOVE 44    TO WRK-IND-DIG.
           PERFORM UNTIL WRK-IND-DIG LESS 1
             IF WRK-IND-DIG NOT EQUAL 5
               COMPUTE WRK-SOMA = WRK-SOMA
                   + (WRK-CB-DIG(WRK-IND-DIG) * WRK-PESO)
               ADD 1 TO WRK-PESO
               IF WRK-PESO GREATER 9
                 MOVE 2 TO WRK-PESO
               END-IF
             END-IF
             SUBTRACT 1 FROM WRK-IND-DIG
           END-PERFORM.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
             REMAINDER WRK-RESTO.
           COMPUTE WRK-DV = 11 - WRK-RESTO.
           IF WRK-DV EQUAL ZEROS OR WRK-DV GREATER 9
             MOVE 1 TO WRK-DV
           END-IF.
           MOVE WRK-DV TO WRK-CB-DV.

      *    CAMPO 1: BANCO, MOEDA E CAMPO LIVRE 1-5
           MOVE SPACES TO WRK-M10-AREA.
           MOVE WRK-CODBARRAS-X(1:4)  TO WRK-M10-AREA(1:4).
           MOVE WRK-CODBARRAS-X(20:5) TO WRK-M10-AREA(5:5).
           MOVE 9 TO WRK-M10-TAM.
           PERFORM 0255-MODULO-10.
           MOVE WRK-M10-AREA(1:9) TO WRK-LINHA-DIGITAVEL(1:9).
           MOVE WRK-DV(2:1)       TO WRK-LINHA-DIGITAVEL(10:1).
      *    CAMPO 2: CAMPO LIVRE 6-15
           MOVE WRK-CODBARRAS-X(25:10) TO WRK-M10-AREA.
           MOVE 10 TO WRK-M10-TAM.
           PERFORM 0255-MODULO-10.
           MOVE WRK-M10-AREA      TO WRK-LINHA-DIGITAVEL(11:10).
           MOVE WRK-DV(2:1)       TO WRK-LINHA-DIGITAVEL(21:1).
      *    CAMPO 3: CAMPO LIVRE 16-25
           MOVE WRK-CODBARRAS-X(35:10) TO WRK-M10-AREA.
           PERFORM 0255-MODULO-10.
           MOVE WRK-M10-AREA      TO WRK-LINHA-DIGITAVEL(22:10).
           MOVE WRK-DV(2:1)       TO WRK-LINHA-DIGITAVEL(32:1).
      *    CAMPO 4: DV GERAL; CAMPO 5: FATOR E VALOR
           MOVE WRK-CODBARRAS-X(5:1)  TO WRK-LINHA-DIGITAVEL(33:1).
           MOVE WRK-CODBARRAS-X(6:14) TO WRK-LINHA-DIGITAVEL(34:14).
       0250-MONTAR-SAIDA.
           EXIT.

      *--- DV MODULO 10 (PESOS 2,1 DA DIREITA) DE WRK-M10-AREA ---
       0255-MODULO-10                  SECTION.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 2     TO WRK-PESO.
           MOVE WRK-M10-TAM TO WRK-IND-DIG.
           PERFORM UNTIL WRK-IND-DIG LESS 1
             COMPUTE WRK-PRODUTO = WRK-M10-DIG(WRK-IND-DIG) * WRK-PESO
             IF WRK-PRODUTO GREATER 9
               SUBTRACT 9 FROM WRK-PRODUTO
             END-IF
             ADD WRK-PRODUTO TO WRK-SOMA
             COMPUTE WRK-PESO = 3 - WRK-PESO
             SUBTRACT 1 FROM WRK-IND-DIG
           END-PERFORM.
           DIVIDE WRK-SOMA BY 10 GIVING WRK-QUOCIENTE
             REMAINDER WRK-RESTO.
           IF WRK-RESTO EQUAL ZEROS
             MOVE ZEROS TO WRK-DV
           ELSE
             COMPUTE WRK-DV = 10 - WRK-RESTO
           END-IF.

      *--- TITULO VENCIDO NA JANELA DE AVALIACAO ---
       0260-AVALIAR-TITULO             SECTION.
           PERFORM 0265-PROCURAR-LEMBRETE.
           IF TITULO-JA-LEMBRADO
             ADD 1 TO WRK-AV-LEMB-TOT
             IF PAGO-EM-DIA
               ADD 1 TO WRK-AV-LEMB-DIA
             END-IF
           ELSE
             ADD 1 TO WRK-AV-SEM-TOT
             IF PAGO-EM-DIA
               ADD 1 TO WRK-AV-SEM-DIA
             END-IF
           END-IF.

       0265-PROCURAR-LEMBRETE          SECTION.
           MOVE "N" TO WRK-SW-LEMB.
           MOVE 1   TO WRK-IND-LEMB.
           PERFORM UNTIL WRK-IND-LEMB GREATER WRK-QTD-LEMB
                      OR TITULO-JA-LEMBRADO
             IF WRK-LMB-CHAVE(WRK-IND-LEMB) EQUAL WRK-CHAVE-TITULO
               SET TITULO-JA-LEMBRADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-LEMB
             END-IF
           END-PERFORM.

      *--- TOTAIS DO DIA E LEMBRADOS X PAGOS EM DIA ---
       0280-IMPRIMIR-RESUMO            SECTION.
           MOVE SPACES TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE "LEMBRETES ENVIADOS" TO WRK-RT-ROTULO.
           MOVE WRK-ACUM-ENVIADOS TO WRK-RT-QTD.
           MOVE WRK-RL-TOTAL TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE "JA LEMBRADOS EM DIA ANTERIOR" TO WRK-RT-ROTULO.
           MOVE WRK-ACUM-JA-LEMB TO WRK-RT-QTD.
           MOVE WRK-RL-TOTAL TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE "FORA POR FALTA DE CONSENTIMENTO (LGPD)"
             TO WRK-RT-ROTULO.
           MOVE WRK-ACUM-SEM-CONS TO WRK-RT-QTD.
           MOVE WRK-RL-TOTAL TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE "FORA POR FALTA DE TELEFONE" TO WRK-RT-ROTULO.
           MOVE WRK-ACUM-SEM-TEL TO WRK-RT-QTD.
           MOVE WRK-RL-TOTAL TO REG-RELLEMB.
           WRITE REG-RELLEMB.

           MOVE SPACES TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE "TITULOS VENCIDOS NOS ULTIMOS 30 DIAS (PAGO EM DIA = "
             TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE "QUITADO SEM MULTA E JUROS)" TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE "  COM LEMBRETE.......:" TO WRK-RA-ROTULO.
           MOVE WRK-AV-LEMB-TOT TO WRK-RA-TOTAL.
           MOVE WRK-AV-LEMB-DIA TO WRK-RA-EM-DIA.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-AV-LEMB-TOT GREATER ZEROS
             COMPUTE WRK-PERCENTUAL ROUNDED =
                 (WRK-AV-LEMB-DIA * 100) / WRK-AV-LEMB-TOT
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-RA-PERC.
           MOVE WRK-RL-AVALIA TO REG-RELLEMB.
           WRITE REG-RELLEMB.
           MOVE "  SEM LEMBRETE.......:" TO WRK-RA-ROTULO.
           MOVE WRK-AV-SEM-TOT TO WRK-RA-TOTAL.
           MOVE WRK-AV-SEM-DIA TO WRK-RA-EM-DIA.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-AV-SEM-TOT GREATER ZEROS
             COMPUTE WRK-PERCENTUAL ROUNDED =
                 (WRK-AV-SEM-DIA * 100) / WRK-AV-SEM-TOT
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-RA-PERC.
           MOVE WRK-RL-AVALIA TO REG-RELLEMB.
           WRITE REG-RELLEMB.

      *--- SO O DIA DE VENCIMENTO DA MENSALIDADE VEM DA POLITICA -
      *--- O MESMO QUE A BAIXA (ALU008) E AS CARTAS (PROGRAMA50) ---
       0206-CARREGAR-POLITICA          SECTION.
           PERFORM 0142-OBTER-CAMINHO-POLJUROS.
           OPEN INPUT POLJUROS.
           IF FS-POLJUROS EQUAL 0
             READ POLJUROS NEXT RECORD
             IF FS-POLJUROS EQUAL 00
                AND POL-DIA-VENC-MEN GREATER ZEROS
               MOVE POL-DIA-VENC-MEN TO WRK-DIA-VENC
             END-IF
             CLOSE POLJUROS
           END-IF.

      *--- SERIAL DE DIAS CORRIDOS DA DATA EM WRK-DATA-SER ---
       0216-SERIAL-DE-DIAS             SECTION.
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

           COPY "CAMCRCP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMARQP.cpy".
           COPY "CAMRSPP.cpy".
           COPY "CAMCNSP.cpy".
           COPY "CAMCTBP.cpy".
           COPY "CAMPOLP.cpy".
           COPY "CAMATDP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA89" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-ENVIADOS  TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS     TO LOG-QTD-LIDOS.
               MOVE WRK-TOTAL-LEMBRADO TO LOG-HASH.
               MOVE "LEMBRETES DE VENCIMENTO ENVIADOS" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
