       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA94.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: EXPORTACAO DOS EVENTOS DO ESOCIAL DA COMPETENCIA
      *==           - MONTA O ARQUIVO DE ENVIO (RELGER ESOCIAL, UMA
      *==           LINHA POR EVENTO SEPARADA POR PONTO E VIRGULA) COM
      *==           AS ADMISSOES (FUN001, S-2200), AS ALTERACOES DE
      *==           SALARIO DO SALHIST.DAT (FUN002/FUN009, S-2206), A
      *==           REMUNERACAO DE CADA FUNCIONARIO PAGO NO
      *==           FOLHARES.DAT COM A ABERTURA DO MOVFOLHA (S-1200),
      *==           AS FERIAS DO FERIAS.DAT E OS AFASTAMENTOS DO
      *==           AFASTAM.DAT (S-2230) E OS DESLIGAMENTOS (FUN003)
      *==           COM AS VERBAS DO TERMO DO PROGRAMA25 NO
      *==           RESCRES.DAT (S-2299). CADA EVENTO RECEBE UMA
      *==           SEQUENCIA E FICA PENDENTE NO CONTROLE ESOCTL.DAT;
      *==           A REGERACAO DA COMPETENCIA MANTEM A SEQUENCIA E
      *==           NAO MANDA DE NOVO O QUE O GOVERNO JA ACEITOU.
      *==           DESLIGADO SEM TERMO EMITIDO NAO GERA O EVENTO
      *==           (SAI NA TELA PARA RODAR O PROGRAMA25 ANTES).
      *==           EXECUCAO NO BATCHLOG.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - O S-1200 PASSA A LEVAR O VALOR DAS AULAS
      *==           DO PROFESSOR (MVF-HORA-AULA, JA SOMADO AO BRUTO
      *==           PELO PROGRAMA19), NO FIM DA LINHA DO EVENTO.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WRK-CAMINHO-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-ID
               FILE STATUS IS FS-FUNCIONARIOS.

           SELECT SALHIST ASSIGN TO WRK-CAMINHO-SALHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALHIST.

           SELECT FOLHARES ASSIGN TO WRK-CAMINHO-FOLHARES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHARES.

           SELECT MOVFOLHA ASSIGN TO WRK-CAMINHO-MOVFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVFOLHA.

           SELECT FERIAS ASSIGN TO WRK-CAMINHO-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FERIAS.

           SELECT AFASTAM ASSIGN TO WRK-CAMINHO-AFASTAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AFASTAM.

           SELECT RESCRES ASSIGN TO WRK-CAMINHO-RESCRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESCRES.

           SELECT ESOCTL ASSIGN TO WRK-CAMINHO-ESOCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVS-CHAVE
               ALTERNATE RECORD KEY IS EVS-SEQUENCIA
               FILE STATUS IS FS-ESOCTL.

           SELECT ESOCIAL ASSIGN TO WRK-CAMINHO-ESOCIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESOCIAL.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".

       FD  SALHIST.
           COPY "SALHIST.cpy".

       FD  FOLHARES.
           COPY "FOLHARES.cpy".

       FD  MOVFOLHA.
           COPY "MOVFOLHA.cpy".

       FD  FERIAS.
           COPY "FERIAS.cpy".

       FD  AFASTAM.
           COPY "AFASTAM.cpy".

       FD  RESCRES.
           COPY "RESCRES.cpy".

       FD  ESOCTL.
           COPY "ESOCTL.cpy".

       FD  ESOCIAL.
       01  REG-ESOCIAL                PIC X(200).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMFLR.cpy".
           COPY "CAMMVF.cpy".
           COPY "CAMFER.cpy".
           COPY "CAMRES.cpy".
           COPY "CAMEVS.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-FUNCIONARIOS            PIC 9(02)        VALUE ZEROS.
       77  FS-SALHIST                 PIC 9(02)        VALUE ZEROS.
       77  FS-FOLHARES                PIC 9(02)        VALUE ZEROS.
       77  FS-MOVFOLHA                PIC 9(02)        VALUE ZEROS.
       77  FS-FERIAS                  PIC 9(02)        VALUE ZEROS.
       77  FS-AFASTAM                 PIC 9(02)        VALUE ZEROS.
       77  FS-RESCRES                 PIC 9(02)        VALUE ZEROS.
       77  FS-ESOCTL                  PIC 9(02)        VALUE ZEROS.
       77  FS-ESOCIAL                 PIC 9(02)        VALUE ZEROS.
       77  FS-BATCHLOG                PIC 9(02)        VALUE ZEROS.
       77  WRK-CAMINHO-SALHIST        PIC X(100)       VALUE
           "C:/COBOL/DADOS/SALHIST.DAT.txt".
       77  WRK-CAMINHO-AFASTAM        PIC X(100)       VALUE
           "C:/COBOL/DADOS/AFASTAM.DAT.txt".
       77  WRK-CAMINHO-ESOCIAL        PIC X(100)       VALUE SPACES.

      *--------------- COMPETENCIA DA EXPORTACAO ----------------------
       01  WRK-COMPETENCIA            PIC 9(06)        VALUE ZEROS.
       01  WRK-COMPETENCIA-RED REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO            PIC 9(04).
           05 WRK-COMP-MES            PIC 9(02).
       77  WRK-HOJE                   PIC 9(08)        VALUE ZEROS.
      *    MES DE UMA DATA AAAAMMDD
       01  WRK-DATA-AUX               PIC 9(08)        VALUE ZEROS.
       01  WRK-DATA-AUX-RED REDEFINES WRK-DATA-AUX.
           05 WRK-DA-AAAAMM           PIC 9(06).
           05 WRK-DA-DIA              PIC 9(02).

      *--------------- MOVIMENTO DA COMPETENCIA -----------------------
       01  WRK-TAB-MOVFOLHA.
           05 WRK-MVF-ITEM OCCURS 500 TIMES.
              10 WRK-MVF-FUNC-ID      PIC 9(04).
              10 WRK-MVF-HE50         PIC 9(03).
              10 WRK-MVF-HE100        PIC 9(03).
              10 WRK-MVF-FALTAS       PIC 9(02).
              10 WRK-MVF-COMISSAO     PIC 9(06)V99.
              10 WRK-MVF-RETROATIVO   PIC 9(08)V99.
              10 WRK-MVF-DESC-CAIXA   PIC 9(06)V99.
              10 WRK-MVF-HORA-AULA    PIC 9(08)V99.
       77  WRK-QTD-MVF                PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-MVF                PIC 9(03)        VALUE 500.
       77  WRK-IND-MVF                PIC 9(03)        VALUE ZEROS.

      *--------------- AFASTAMENTOS (ULTIMA LINHA POR INICIO) ---------
       01  WRK-TAB-AFASTAM.
           05 WRK-AFA-ITEM OCCURS 500 TIMES.
              10 WRK-AFA-FUNC-ID      PIC 9(04).
              10 WRK-AFA-TIPO         PIC X(01).
              10 WRK-AFA-INICIO       PIC 9(08).
              10 WRK-AFA-FIM          PIC 9(08).
       77  WRK-QTD-AFA                PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-AFA                PIC 9(03)        VALUE 500.
       77  WRK-IND-AFA                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-AFA                 PIC X(01)        VALUE "N".
           88 AFASTAMENTO-LISTADO                      VALUE "S".

      *--------------- TERMOS DE RESCISAO DA COMPETENCIA --------------
       01  WRK-TAB-RESCRES.
           05 WRK-RSC-ITEM OCCURS 200 TIMES.
              10 WRK-RSC-FUNC-ID      PIC 9(04).
              10 WRK-RSC-DEMISSAO     PIC 9(08).
              10 WRK-RSC-SALDO        PIC 9(08)V99.
              10 WRK-RSC-DECIMO       PIC 9(08)V99.
              10 WRK-RSC-FERIAS       PIC 9(08)V99.
              10 WRK-RSC-AVISO        PIC 9(08)V99.
              10 WRK-RSC-INSS         PIC 9(08)V99.
              10 WRK-RSC-IRRF         PIC 9(08)V99.
              10 WRK-RSC-DESCONTOS    PIC 9(08)V99.
              10 WRK-RSC-LIQUIDO      PIC S9(08)V99.
       77  WRK-QTD-RSC                PIC 9(03)        VALUE ZEROS.
       77  WRK-MAX-RSC                PIC 9(03)        VALUE 200.
       77  WRK-IND-RSC                PIC 9(03)        VALUE ZEROS.
       77  WRK-SW-RSC                 PIC X(01)        VALUE "N".
           88 TERMO-ACHADO                             VALUE "S".

      *--------------- EVENTO EM MONTAGEM -----------------------------
       77  WRK-EVT-EVENTO             PIC X(06)        VALUE SPACES.
       77  WRK-EVT-FUNC-ID            PIC 9(04)        VALUE ZEROS.
       77  WRK-EVT-REFERENCIA         PIC 9(08)        VALUE ZEROS.
       77  WRK-EVT-DADOS              PIC X(163)       VALUE SPACES.
       77  WRK-ULT-SEQUENCIA          PIC 9(08)        VALUE ZEROS.

      *--------------- ACUMULADORES ------------------------------------
       77  WRK-ACUM-EXPORTADOS        PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-NOVOS             PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-REGERADOS         PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-JA-ACEITOS        PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-SEM-TERMO         PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-ERROS             PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-S2200             PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-S2206             PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-S1200             PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-S2230             PIC 9(06)        VALUE ZEROS.
       77  WRK-ACUM-S2299             PIC 9(06)        VALUE ZEROS.

      *--------------- LINHA DO ARQUIVO DE ENVIO ----------------------
       01  WRK-LINHA-ESOCIAL.
           05 WRK-LE-SEQUENCIA        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-LE-EVENTO           PIC X(06).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-LE-COMPETENCIA      PIC 9(06).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-LE-FUNC-ID          PIC 9(04).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-LE-REFERENCIA       PIC 9(08).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-LE-DADOS            PIC X(163).

      *    S-2200 ADMISSAO: NOME;ADMISSAO;SALARIO;CENTRO DE CUSTO
       01  WRK-DADOS-S2200.
           05 WRK-D2200-NOME          PIC X(08).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2200-ADMISSAO      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2200-SALARIO       PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2200-CCUSTO        PIC 9(03).

      *    S-2206 ALTERACAO SALARIAL: VIGENCIA;ANTES;DEPOIS;PERCENTUAL
       01  WRK-DADOS-S2206.
           05 WRK-D2206-VIGENCIA      PIC 9(06).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2206-ANTES         PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2206-DEPOIS        PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2206-PCT           PIC 9(02),99.

      *    S-1200 REMUNERACAO: BRUTO;INSS;IRRF;PENSAO;LIQUIDO;13 BRUTO;
      *    FGTS;HE50;HE100;FALTAS;COMISSAO;RETROATIVO;QUEBRA DE CAIXA;
      *    HORA-AULA
       01  WRK-DADOS-S1200.
           05 WRK-D1200-BRUTO         PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-INSS          PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-IRRF          PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-PENSAO        PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-LIQUIDO       PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-13-BRUTO      PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-FGTS          PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-HE50          PIC 9(03).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-HE100         PIC 9(03).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-FALTAS        PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-COMISSAO      PIC 9(06),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-RETROATIVO    PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-DESC-CAIXA    PIC 9(06),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D1200-HORA-AULA     PIC 9(08),99.

      *    S-2230 AFASTAMENTO: MOTIVO (F FERIAS, D DOENCA,
      *    M MATERNIDADE, L LICENCA NAO REMUNERADA);INICIO;FIM (ZEROS =
      *    SEM PREVISAO);DIAS DE FERIAS;ACAO (I INICIO, T TERMINO)
       01  WRK-DADOS-S2230.
           05 WRK-D2230-MOTIVO        PIC X(01).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2230-INICIO        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2230-FIM           PIC 9(08).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2230-DIAS          PIC 9(03).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2230-ACAO          PIC X(01).

      *    S-2299 DESLIGAMENTO: DEMISSAO;SALDO;13;FERIAS+1/3;AVISO;
      *    INSS;IRRF;OUTROS DESCONTOS;LIQUIDO
       01  WRK-DADOS-S2299.
           05 WRK-D2299-DEMISSAO      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2299-SALDO         PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2299-DECIMO        PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2299-FERIAS        PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2299-AVISO         PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2299-INSS          PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2299-IRRF          PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2299-DESCONTOS     PIC 9(08),99.
           05 FILLER                  PIC X(01) VALUE ";".
           05 WRK-D2299-LIQUIDO       PIC -9(08),99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DOS EVENTOS (AAAAMM). "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
             DISPLAY "COMPETENCIA INVALIDA - " WRK-COMPETENCIA
             GOBACK
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GOBACK
           END-IF.

           PERFORM 0166-OBTER-CAMINHO-ESOCTL.
           OPEN I-O ESOCTL.
           IF FS-ESOCTL EQUAL 35
              OPEN OUTPUT ESOCTL
              CLOSE ESOCTL
              OPEN I-O ESOCTL
           END-IF.
           IF FS-ESOCTL NOT EQUAL 0
             DISPLAY "CONTROLE DO ESOCIAL NAO FOI ABERTO - STATUS "
                     FS-ESOCTL
             CLOSE FUNCIONARIOS
             GOBACK
           END-IF.

      *    ULTIMA SEQUENCIA JA DADA A UM EVENTO
           READ ESOCTL NEXT RECORD.
           PERFORM UNTIL FS-ESOCTL NOT EQUAL 00
             IF EVS-SEQUENCIA GREATER WRK-ULT-SEQUENCIA
               MOVE EVS-SEQUENCIA TO WRK-ULT-SEQUENCIA
             END-IF
             READ ESOCTL NEXT RECORD
           END-PERFORM.

           MOVE "ESOCIAL" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-ESOCIAL.
           OPEN OUTPUT ESOCIAL.
           IF FS-ESOCIAL NOT EQUAL 0
             DISPLAY "ARQUIVO DE ENVIO DO ESOCIAL NAO FOI ABERTO - "
                     "STATUS " FS-ESOCIAL
             CLOSE FUNCIONARIOS
             CLOSE ESOCTL
             GOBACK
           END-IF.

           PERFORM 0110-CARREGAR-MOVFOLHA.
           PERFORM 0120-CARREGAR-AFASTAM.
           PERFORM 0140-CARREGAR-RESCRES.

      *--------------------------------------------------------------
      *  0110-CARREGAR-MOVFOLHA: MOVIMENTO DA COMPETENCIA PARA A
      *  ABERTURA DA REMUNERACAO (HORAS, FALTAS, COMISSAO...).
      *--------------------------------------------------------------
       0110-CARREGAR-MOVFOLHA          SECTION.
           PERFORM 0126-OBTER-CAMINHO-MOVFOLHA.
           OPEN INPUT MOVFOLHA.
           IF FS-MOVFOLHA NOT EQUAL 0
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ MOVFOLHA NEXT RECORD.
           PERFORM UNTIL FS-MOVFOLHA NOT EQUAL 00
             IF MVF-COMPETENCIA EQUAL WRK-COMPETENCIA
               IF WRK-QTD-MVF LESS WRK-MAX-MVF
                 ADD 1 TO WRK-QTD-MVF
                 MOVE MVF-FUNC-ID    TO WRK-MVF-FUNC-ID(WRK-QTD-MVF)
                 MOVE MVF-HE50       TO WRK-MVF-HE50(WRK-QTD-MVF)
                 MOVE MVF-HE100      TO WRK-MVF-HE100(WRK-QTD-MVF)
                 MOVE MVF-FALTAS     TO WRK-MVF-FALTAS(WRK-QTD-MVF)
                 MOVE MVF-COMISSAO   TO WRK-MVF-COMISSAO(WRK-QTD-MVF)
                 MOVE MVF-RETROATIVO
                   TO WRK-MVF-RETROATIVO(WRK-QTD-MVF)
                 MOVE MVF-DESC-CAIXA
                   TO WRK-MVF-DESC-CAIXA(WRK-QTD-MVF)
                 MOVE MVF-HORA-AULA
                   TO WRK-MVF-HORA-AULA(WRK-QTD-MVF)
               ELSE
                 DISPLAY "MOVIMENTO ALEM DE " WRK-MAX-MVF
                         " LINHAS - FUNCIONARIO " MVF-FUNC-ID
                         " SAI SEM A ABERTURA"
               END-IF
             END-IF
             READ MOVFOLHA NEXT RECORD
           END-PERFORM.
           CLOSE MOVFOLHA.
       0110-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0120-CARREGAR-AFASTAM: UMA LINHA POR FUNCIONARIO E INICIO;
      *  A ULTIMA GRAVADA PELO FUN017 (FIM OU CANCELAMENTO) VALE.
      *--------------------------------------------------------------
       0120-CARREGAR-AFASTAM           SECTION.
           CALL "CONFIG" USING
               "AFASTAM_DAT         " WRK-CAMINHO-AFASTAM.
           OPEN INPUT AFASTAM.
           IF FS-AFASTAM NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ AFASTAM NEXT RECORD.
           PERFORM UNTIL FS-AFASTAM NOT EQUAL 00
             MOVE "N" TO WRK-SW-AFA
             MOVE 1   TO WRK-IND-AFA
             PERFORM UNTIL WRK-IND-AFA GREATER WRK-QTD-AFA
                        OR AFASTAMENTO-LISTADO
               IF WRK-AFA-FUNC-ID(WRK-IND-AFA) EQUAL AFA-FUNC-ID
                  AND WRK-AFA-INICIO(WRK-IND-AFA) EQUAL AFA-INICIO
                 SET AFASTAMENTO-LISTADO TO TRUE
               ELSE
                 ADD 1 TO WRK-IND-AFA
               END-IF
             END-PERFORM
             IF NOT AFASTAMENTO-LISTADO
               IF WRK-QTD-AFA LESS WRK-MAX-AFA
                 ADD 1 TO WRK-QTD-AFA
                 MOVE WRK-QTD-AFA TO WRK-IND-AFA
                 SET AFASTAMENTO-LISTADO TO TRUE
               ELSE
                 DISPLAY "AFASTAMENTOS ALEM DE " WRK-MAX-AFA
                         " - FUNCIONARIO " AFA-FUNC-ID " IGNORADO"
               END-IF
             END-IF
             IF AFASTAMENTO-LISTADO
               MOVE AFA-FUNC-ID TO WRK-AFA-FUNC-ID(WRK-IND-AFA)
               MOVE AFA-TIPO    TO WRK-AFA-TIPO(WRK-IND-AFA)
               MOVE AFA-INICIO  TO WRK-AFA-INICIO(WRK-IND-AFA)
               MOVE AFA-FIM     TO WRK-AFA-FIM(WRK-IND-AFA)
             END-IF
             READ AFASTAM NEXT RECORD
           END-PERFORM.
           CLOSE AFASTAM.
       0120-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0140-CARREGAR-RESCRES: ULTIMO TERMO DE CADA DESLIGAMENTO DA
      *  COMPETENCIA EMITIDO PELO PROGRAMA25.
      *--------------------------------------------------------------
       0140-CARREGAR-RESCRES           SECTION.
           PERFORM 0175-OBTER-CAMINHO-RESCRES.
           OPEN INPUT RESCRES.
           IF FS-RESCRES NOT EQUAL 0
             GO TO 0140-CARREGAR-SAIDA
           END-IF.
           READ RESCRES NEXT RECORD.
           PERFORM UNTIL FS-RESCRES NOT EQUAL 00
             MOVE RSC-DEMISSAO TO WRK-DATA-AUX
             IF WRK-DA-AAAAMM EQUAL WRK-COMPETENCIA
               PERFORM 0145-GUARDAR-TERMO
             END-IF
             READ RESCRES NEXT RECORD
           END-PERFORM.
           CLOSE RESCRES.
       0140-CARREGAR-SAIDA.
           EXIT.

       0145-GUARDAR-TERMO              SECTION.
           MOVE "N" TO WRK-SW-RSC.
           MOVE 1   TO WRK-IND-RSC.
           PERFORM UNTIL WRK-IND-RSC GREATER WRK-QTD-RSC
                      OR TERMO-ACHADO
             IF WRK-RSC-FUNC-ID(WRK-IND-RSC) EQUAL RSC-FUNC-ID
               SET TERMO-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-RSC
             END-IF
           END-PERFORM.
           IF NOT TERMO-ACHADO
             IF WRK-QTD-RSC NOT LESS WRK-MAX-RSC
               DISPLAY "TERMOS ALEM DE " WRK-MAX-RSC
                       " - FUNCIONARIO " RSC-FUNC-ID " IGNORADO"
               GO TO 0145-GUARDAR-SAIDA
             END-IF
             ADD 1 TO WRK-QTD-RSC
             MOVE WRK-QTD-RSC TO WRK-IND-RSC
           END-IF.
           MOVE RSC-FUNC-ID   TO WRK-RSC-FUNC-ID(WRK-IND-RSC).
           MOVE RSC-DEMISSAO  TO WRK-RSC-DEMISSAO(WRK-IND-RSC).
           MOVE RSC-SALDO     TO WRK-RSC-SALDO(WRK-IND-RSC).
           MOVE RSC-DECIMO    TO WRK-RSC-DECIMO(WRK-IND-RSC).
           MOVE RSC-FERIAS    TO WRK-RSC-FERIAS(WRK-IND-RSC).
           MOVE RSC-AVISO     TO WRK-RSC-AVISO(WRK-IND-RSC).
           MOVE RSC-INSS      TO WRK-RSC-INSS(WRK-IND-RSC).
           MOVE RSC-IRRF      TO WRK-RSC-IRRF(WRK-IND-RSC).
           MOVE RSC-DESCONTOS TO WRK-RSC-DESCONTOS(WRK-IND-RSC).
           MOVE RSC-LIQUIDO   TO WRK-RSC-LIQUIDO(WRK-IND-RSC).
       0145-GUARDAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-ADMISSOES-DESLIGAMENTOS.
           PERFORM 0220-ALTERACOES-SALARIAIS.
           PERFORM 0230-REMUNERACOES.
           PERFORM 0240-FERIAS.
           PERFORM 0245-AFASTAMENTOS.

      *--------------------------------------------------------------
      *  0210-ADMISSOES-DESLIGAMENTOS: ADMITIDOS E DESLIGADOS NA
      *  COMPETENCIA PELO CADASTRO DA FOLHA.
      *--------------------------------------------------------------
       0210-ADMISSOES-DESLIGAMENTOS    SECTION.
           READ FUNCIONARIOS NEXT RECORD.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
             MOVE FUNC-ADMISSAO TO WRK-DATA-AUX
             IF WRK-DA-AAAAMM EQUAL WRK-COMPETENCIA
               PERFORM 0212-EVENTO-ADMISSAO
             END-IF
             IF FUNC-DEMISSAO IS NUMERIC
                AND FUNC-DEMISSAO GREATER ZEROS
               MOVE FUNC-DEMISSAO TO WRK-DATA-AUX
               IF WRK-DA-AAAAMM EQUAL WRK-COMPETENCIA
                 PERFORM 0215-EVENTO-DESLIGAMENTO
               END-IF
             END-IF
             READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.

       0212-EVENTO-ADMISSAO            SECTION.
           MOVE FUNC-NOME     TO WRK-D2200-NOME.
           MOVE FUNC-ADMISSAO TO WRK-D2200-ADMISSAO.
           MOVE FUNC-SALARIO  TO WRK-D2200-SALARIO.
           MOVE FUNC-CCUSTO   TO WRK-D2200-CCUSTO.
           MOVE "S-2200"      TO WRK-EVT-EVENTO.
           MOVE FUNC-ID       TO WRK-EVT-FUNC-ID.
           MOVE FUNC-ADMISSAO TO WRK-EVT-REFERENCIA.
           MOVE WRK-DADOS-S2200 TO WRK-EVT-DADOS.
           PERFORM 0250-REGISTRAR-EVENTO.
           IF WRK-EVT-EVENTO NOT EQUAL SPACES
             ADD 1 TO WRK-ACUM-S2200
           END-IF.

       0215-EVENTO-DESLIGAMENTO        SECTION.
           MOVE "N" TO WRK-SW-RSC.
           MOVE 1   TO WRK-IND-RSC.
           PERFORM UNTIL WRK-IND-RSC GREATER WRK-QTD-RSC
                      OR TERMO-ACHADO
             IF WRK-RSC-FUNC-ID(WRK-IND-RSC) EQUAL FUNC-ID
               SET TERMO-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-RSC
             END-IF
           END-PERFORM.
           IF NOT TERMO-ACHADO
             DISPLAY "DESLIGAMENTO SEM TERMO DE RESCISAO - ID "
                     FUNC-ID " " FUNC-NOME " - EVENTO NAO GERADO"
             ADD 1 TO WRK-ACUM-SEM-TERMO
             GO TO 0215-EVENTO-SAIDA
           END-IF.
           MOVE FUNC-DEMISSAO TO WRK-D2299-DEMISSAO.
           MOVE WRK-RSC-SALDO(WRK-IND-RSC)     TO WRK-D2299-SALDO.
           MOVE WRK-RSC-DECIMO(WRK-IND-RSC)    TO WRK-D2299-DECIMO.
           MOVE WRK-RSC-FERIAS(WRK-IND-RSC)    TO WRK-D2299-FERIAS.
           MOVE WRK-RSC-AVISO(WRK-IND-RSC)     TO WRK-D2299-AVISO.
           MOVE WRK-RSC-INSS(WRK-IND-RSC)      TO WRK-D2299-INSS.
           MOVE WRK-RSC-IRRF(WRK-IND-RSC)      TO WRK-D2299-IRRF.
           MOVE WRK-RSC-DESCONTOS(WRK-IND-RSC) TO WRK-D2299-DESCONTOS.
           MOVE WRK-RSC-LIQUIDO(WRK-IND-RSC)   TO WRK-D2299-LIQUIDO.
           MOVE "S-2299"      TO WRK-EVT-EVENTO.
           MOVE FUNC-ID       TO WRK-EVT-FUNC-ID.
           MOVE FUNC-DEMISSAO TO WRK-EVT-REFERENCIA.
           MOVE WRK-DADOS-S2299 TO WRK-EVT-DADOS.
           PERFORM 0250-REGISTRAR-EVENTO.
           IF WRK-EVT-EVENTO NOT EQUAL SPACES
             ADD 1 TO WRK-ACUM-S2299
           END-IF.
       0215-EVENTO-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0220-ALTERACOES-SALARIAIS: MUDANCAS DE SALARIO REGISTRADAS
      *  NA COMPETENCIA (FUN002 E REAJUSTE COLETIVO DO FUN009).
      *--------------------------------------------------------------
       0220-ALTERACOES-SALARIAIS       SECTION.
           CALL "CONFIG" USING
               "SALHIST_DAT         " WRK-CAMINHO-SALHIST.
           OPEN INPUT SALHIST.
           IF FS-SALHIST NOT EQUAL 0
             GO TO 0220-ALTERACOES-SAIDA
           END-IF.
           READ SALHIST NEXT RECORD.
           PERFORM UNTIL FS-SALHIST NOT EQUAL 00
             MOVE SAL-DATA TO WRK-DATA-AUX
             IF WRK-DA-AAAAMM EQUAL WRK-COMPETENCIA
               MOVE SAL-VIGENCIA TO WRK-D2206-VIGENCIA
               MOVE SAL-ANTES    TO WRK-D2206-ANTES
               MOVE SAL-DEPOIS   TO WRK-D2206-DEPOIS
               MOVE SAL-PCT      TO WRK-D2206-PCT
               MOVE "S-2206"     TO WRK-EVT-EVENTO
               MOVE SAL-FUNC-ID  TO WRK-EVT-FUNC-ID
               MOVE SAL-DATA     TO WRK-EVT-REFERENCIA
               MOVE WRK-DADOS-S2206 TO WRK-EVT-DADOS
               PERFORM 0250-REGISTRAR-EVENTO
               IF WRK-EVT-EVENTO NOT EQUAL SPACES
                 ADD 1 TO WRK-ACUM-S2206
               END-IF
             END-IF
             READ SALHIST NEXT RECORD
           END-PERFORM.
           CLOSE SALHIST.
       0220-ALTERACOES-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0230-REMUNERACOES: UM EVENTO POR FUNCIONARIO PAGO NA FOLHA
      *  DA COMPETENCIA, COM A ABERTURA DO MOVIMENTO (SEM MOVIMENTO,
      *  MES CHAPADO - ZEROS NA ABERTURA).
      *--------------------------------------------------------------
       0230-REMUNERACOES               SECTION.
           PERFORM 0156-OBTER-CAMINHO-FOLHARES.
           OPEN INPUT FOLHARES.
           IF FS-FOLHARES NOT EQUAL 0
             DISPLAY "RESUMO DA FOLHA NAO FOI ABERTO - STATUS "
                     FS-FOLHARES " - SEM EVENTOS DE REMUNERACAO"
             GO TO 0230-REMUNERACOES-SAIDA
           END-IF.
           READ FOLHARES NEXT RECORD.
           PERFORM UNTIL FS-FOLHARES NOT EQUAL 00
             IF FLR-COMPETENCIA EQUAL WRK-COMPETENCIA
               PERFORM 0235-EVENTO-REMUNERACAO
             END-IF
             READ FOLHARES NEXT RECORD
           END-PERFORM.
           CLOSE FOLHARES.
       0230-REMUNERACOES-SAIDA.
           EXIT.

       0235-EVENTO-REMUNERACAO         SECTION.
           MOVE FLR-BRUTO      TO WRK-D1200-BRUTO.
           MOVE FLR-INSS       TO WRK-D1200-INSS.
           MOVE FLR-IRRF       TO WRK-D1200-IRRF.
           MOVE FLR-PENSAO     TO WRK-D1200-PENSAO.
           MOVE FLR-LIQUIDO    TO WRK-D1200-LIQUIDO.
           MOVE FLR-13-BRUTO   TO WRK-D1200-13-BRUTO.
           MOVE FLR-FGTS       TO WRK-D1200-FGTS.
           MOVE ZEROS TO WRK-D1200-HE50 WRK-D1200-HE100
                         WRK-D1200-FALTAS WRK-D1200-COMISSAO
                         WRK-D1200-RETROATIVO WRK-D1200-DESC-CAIXA
                         WRK-D1200-HORA-AULA.
           MOVE 1 TO WRK-IND-MVF.
           PERFORM UNTIL WRK-IND-MVF GREATER WRK-QTD-MVF
             IF WRK-MVF-FUNC-ID(WRK-IND-MVF) EQUAL FLR-FUNC-ID
               MOVE WRK-MVF-HE50(WRK-IND-MVF)   TO WRK-D1200-HE50
               MOVE WRK-MVF-HE100(WRK-IND-MVF)  TO WRK-D1200-HE100
               MOVE WRK-MVF-FALTAS(WRK-IND-MVF) TO WRK-D1200-FALTAS
               MOVE WRK-MVF-COMISSAO(WRK-IND-MVF)
                 TO WRK-D1200-COMISSAO
               MOVE WRK-MVF-RETROATIVO(WRK-IND-MVF)
                 TO WRK-D1200-RETROATIVO
               MOVE WRK-MVF-DESC-CAIXA(WRK-IND-MVF)
                 TO WRK-D1200-DESC-CAIXA
               MOVE WRK-MVF-HORA-AULA(WRK-IND-MVF)
                 TO WRK-D1200-HORA-AULA
               MOVE WRK-QTD-MVF TO WRK-IND-MVF
             END-IF
             ADD 1 TO WRK-IND-MVF
           END-PERFORM.
           MOVE "S-1200"    TO WRK-EVT-EVENTO.
           MOVE FLR-FUNC-ID TO WRK-EVT-FUNC-ID.
           MOVE ZEROS       TO WRK-EVT-REFERENCIA.
           MOVE WRK-DADOS-S1200 TO WRK-EVT-DADOS.
           PERFORM 0250-REGISTRAR-EVENTO.
           IF WRK-EVT-EVENTO NOT EQUAL SPACES
             ADD 1 TO WRK-ACUM-S1200
           END-IF.

      *--------------------------------------------------------------
      *  0240-FERIAS: FERIAS AGENDADAS OU PAGAS COM GOZO INICIANDO NA
      *  COMPETENCIA.
      *--------------------------------------------------------------
       0240-FERIAS                     SECTION.
           PERFORM 0155-OBTER-CAMINHO-FERIAS.
           OPEN INPUT FERIAS.
           IF FS-FERIAS NOT EQUAL 0
             GO TO 0240-FERIAS-SAIDA
           END-IF.
           READ FERIAS NEXT RECORD.
           PERFORM UNTIL FS-FERIAS NOT EQUAL 00
             MOVE FER-DATA-INICIO TO WRK-DATA-AUX
             IF WRK-DA-AAAAMM EQUAL WRK-COMPETENCIA
                AND (FER-AGENDADA OR FER-PAGA)
               MOVE "F"             TO WRK-D2230-MOTIVO
               MOVE FER-DATA-INICIO TO WRK-D2230-INICIO
               MOVE ZEROS           TO WRK-D2230-FIM
               MOVE FER-DIAS        TO WRK-D2230-DIAS
               MOVE "I"             TO WRK-D2230-ACAO
               MOVE "S-2230"        TO WRK-EVT-EVENTO
               MOVE FER-FUNC-ID     TO WRK-EVT-FUNC-ID
               MOVE FER-DATA-INICIO TO WRK-EVT-REFERENCIA
               MOVE WRK-DADOS-S2230 TO WRK-EVT-DADOS
               PERFORM 0250-REGISTRAR-EVENTO
               IF WRK-EVT-EVENTO NOT EQUAL SPACES
                 ADD 1 TO WRK-ACUM-S2230
               END-IF
             END-IF
             READ FERIAS NEXT RECORD
           END-PERFORM.
           CLOSE FERIAS.
       0240-FERIAS-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0245-AFASTAMENTOS: INICIO DO AFASTAMENTO NA COMPETENCIA (JA
      *  COM O FIM, SE HOUVER), OU SO O TERMINO QUANDO O AFASTAMENTO
      *  COMECOU ANTES. CANCELADO NAO GERA EVENTO.
      *--------------------------------------------------------------
       0245-AFASTAMENTOS               SECTION.
           MOVE 1 TO WRK-IND-AFA.
           PERFORM UNTIL WRK-IND-AFA GREATER WRK-QTD-AFA
             IF WRK-AFA-TIPO(WRK-IND-AFA) NOT EQUAL 'C'
               PERFORM 0247-EVENTO-AFASTAMENTO
             END-IF
             ADD 1 TO WRK-IND-AFA
           END-PERFORM.

       0247-EVENTO-AFASTAMENTO         SECTION.
           MOVE WRK-AFA-TIPO(WRK-IND-AFA)   TO WRK-D2230-MOTIVO.
           MOVE WRK-AFA-INICIO(WRK-IND-AFA) TO WRK-D2230-INICIO.
           MOVE WRK-AFA-FIM(WRK-IND-AFA)    TO WRK-D2230-FIM.
           MOVE ZEROS                       TO WRK-D2230-DIAS.
           MOVE WRK-AFA-INICIO(WRK-IND-AFA) TO WRK-DATA-AUX.
           IF WRK-DA-AAAAMM EQUAL WRK-COMPETENCIA
             MOVE "I" TO WRK-D2230-ACAO
             MOVE WRK-AFA-INICIO(WRK-IND-AFA) TO WRK-EVT-REFERENCIA
           ELSE
             IF WRK-AFA-FIM(WRK-IND-AFA) EQUAL ZEROS
               GO TO 0247-EVENTO-SAIDA
             END-IF
             MOVE WRK-AFA-FIM(WRK-IND-AFA) TO WRK-DATA-AUX
             IF WRK-DA-AAAAMM NOT EQUAL WRK-COMPETENCIA
               GO TO 0247-EVENTO-SAIDA
             END-IF
             MOVE "T" TO WRK-D2230-ACAO
             MOVE WRK-AFA-FIM(WRK-IND-AFA) TO WRK-EVT-REFERENCIA
           END-IF.
           MOVE "S-2230"                     TO WRK-EVT-EVENTO.
           MOVE WRK-AFA-FUNC-ID(WRK-IND-AFA) TO WRK-EVT-FUNC-ID.
           MOVE WRK-DADOS-S2230 TO WRK-EVT-DADOS.
           PERFORM 0250-REGISTRAR-EVENTO.
           IF WRK-EVT-EVENTO NOT EQUAL SPACES
             ADD 1 TO WRK-ACUM-S2230
           END-IF.
       0247-EVENTO-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0250-REGISTRAR-EVENTO: EVENTO NOVO GANHA A PROXIMA SEQUENCIA;
      *  EVENTO JA CONTROLADO VOLTA A PENDENTE COM A MESMA SEQUENCIA,
      *  MENOS O JA ACEITO, QUE NAO SAI DE NOVO (WRK-EVT-EVENTO VOLTA
      *  EM BRANCO PARA O CHAMADOR NAO CONTAR).
      *--------------------------------------------------------------
       0250-REGISTRAR-EVENTO           SECTION.
           MOVE WRK-COMPETENCIA    TO EVS-COMPETENCIA.
           MOVE WRK-EVT-EVENTO     TO EVS-EVENTO.
           MOVE WRK-EVT-FUNC-ID    TO EVS-FUNC-ID.
           MOVE WRK-EVT-REFERENCIA TO EVS-REFERENCIA.
           READ ESOCTL KEY IS EVS-CHAVE
             INVALID KEY
               PERFORM 0252-NOVO-EVENTO
             NOT INVALID KEY
               PERFORM 0254-REGERAR-EVENTO
           END-READ.
           IF WRK-EVT-EVENTO EQUAL SPACES
             GO TO 0250-REGISTRAR-SAIDA
           END-IF.

           MOVE EVS-SEQUENCIA      TO WRK-LE-SEQUENCIA.
           MOVE EVS-EVENTO         TO WRK-LE-EVENTO.
           MOVE EVS-COMPETENCIA    TO WRK-LE-COMPETENCIA.
           MOVE EVS-FUNC-ID        TO WRK-LE-FUNC-ID.
           MOVE EVS-REFERENCIA     TO WRK-LE-REFERENCIA.
           MOVE WRK-EVT-DADOS      TO WRK-LE-DADOS.
           MOVE WRK-LINHA-ESOCIAL  TO REG-ESOCIAL.
           WRITE REG-ESOCIAL.
           ADD 1 TO WRK-ACUM-EXPORTADOS.
       0250-REGISTRAR-SAIDA.
           EXIT.

       0252-NOVO-EVENTO                SECTION.
           ADD 1 TO WRK-ULT-SEQUENCIA.
           MOVE WRK-COMPETENCIA    TO EVS-COMPETENCIA.
           MOVE WRK-EVT-EVENTO     TO EVS-EVENTO.
           MOVE WRK-EVT-FUNC-ID    TO EVS-FUNC-ID.
           MOVE WRK-EVT-REFERENCIA TO EVS-REFERENCIA.
           MOVE WRK-ULT-SEQUENCIA  TO EVS-SEQUENCIA.
           MOVE 'P'                TO EVS-STATUS.
           MOVE WRK-HOJE           TO EVS-DATA-GERACAO.
           MOVE 1                  TO EVS-QTD-GERACOES.
           MOVE SPACES             TO EVS-PROTOCOLO EVS-RECIBO
                                      EVS-MOTIVO.
           MOVE ZEROS              TO EVS-DATA-RETORNO.
           WRITE REG-ESOCTL
             INVALID KEY
               DISPLAY "EVENTO " WRK-EVT-EVENTO " DO ID "
                       WRK-EVT-FUNC-ID " NAO GRAVADO NO CONTROLE - "
                       "STATUS " FS-ESOCTL
               ADD 1 TO WRK-ACUM-ERROS
               MOVE SPACES TO WRK-EVT-EVENTO
             NOT INVALID KEY
               ADD 1 TO WRK-ACUM-NOVOS
           END-WRITE.

       0254-REGERAR-EVENTO             SECTION.
           IF EVS-ACEITO
             ADD 1 TO WRK-ACUM-JA-ACEITOS
             MOVE SPACES TO WRK-EVT-EVENTO
             GO TO 0254-REGERAR-SAIDA
           END-IF.
           MOVE 'P'      TO EVS-STATUS.
           MOVE WRK-HOJE TO EVS-DATA-GERACAO.
           IF EVS-QTD-GERACOES LESS 99
             ADD 1 TO EVS-QTD-GERACOES
           END-IF.
           REWRITE REG-ESOCTL
             INVALID KEY
               DISPLAY "EVENTO " WRK-EVT-EVENTO " DO ID "
                       WRK-EVT-FUNC-ID " NAO REGRAVADO NO CONTROLE - "
                       "STATUS " FS-ESOCTL
               ADD 1 TO WRK-ACUM-ERROS
               MOVE SPACES TO WRK-EVT-EVENTO
             NOT INVALID KEY
               ADD 1 TO WRK-ACUM-REGERADOS
           END-REWRITE.
       0254-REGERAR-SAIDA.
           EXIT.

           COPY "CAMFUNCP.cpy".
           COPY "CAMFLRP.cpy".
           COPY "CAMMVFP.cpy".
           COPY "CAMFERP.cpy".
           COPY "CAMRESP.cpy".
           COPY "CAMEVSP.cpy".
       0300-FINALIZAR                  SECTION.
               CLOSE FUNCIONARIOS.
               CLOSE ESOCTL.
               CLOSE ESOCIAL.
               DISPLAY "==================================".
               DISPLAY "COMPETENCIA............. " WRK-COMPETENCIA.
               DISPLAY "S-2200 ADMISSOES........ " WRK-ACUM-S2200.
               DISPLAY "S-2206 ALT. SALARIAIS... " WRK-ACUM-S2206.
               DISPLAY "S-1200 REMUNERACOES..... " WRK-ACUM-S1200.
               DISPLAY "S-2230 AFAST./FERIAS.... " WRK-ACUM-S2230.
               DISPLAY "S-2299 DESLIGAMENTOS.... " WRK-ACUM-S2299.
               DISPLAY "EVENTOS EXPORTADOS...... " WRK-ACUM-EXPORTADOS.
               DISPLAY "  NOVOS................. " WRK-ACUM-NOVOS.
               DISPLAY "  REGERADOS............. " WRK-ACUM-REGERADOS.
               DISPLAY "JA ACEITOS (NAO SAIRAM). " WRK-ACUM-JA-ACEITOS.
               DISPLAY "DESLIGADOS SEM TERMO.... " WRK-ACUM-SEM-TERMO.
               DISPLAY "ERROS NO CONTROLE....... " WRK-ACUM-ERROS.
               DISPLAY "ARQUIVO DE ENVIO EM " WRK-CAMINHO-ESOCIAL.
               MOVE "PROGRAMA94"        TO LOG-JOB.
               IF WRK-ACUM-ERROS EQUAL ZEROS
                 MOVE "S" TO LOG-STATUS
               ELSE
                 MOVE "E" TO LOG-STATUS
               END-IF.
               MOVE WRK-ACUM-EXPORTADOS TO LOG-QTD.
               MOVE "EXPORTACAO DE EVENTOS DO ESOCIAL" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
