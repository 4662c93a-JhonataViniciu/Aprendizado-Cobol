       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUN017.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CADASTRO DE AFASTAMENTOS - VALIDA O FUNCIONARIO
      *==            NO ARQUIVO DA FOLHA E GRAVA EM AFASTAM.DAT O
      *==            AFASTAMENTO (D = DOENCA, M = MATERNIDADE, L =
      *==            LICENCA NAO REMUNERADA) COM INICIO E FIM (FIM
      *==            ZERADO = SEM DATA DE RETORNO). OPCOES: I INCLUI,
      *==            E ENCERRA (INFORMA O FIM DE UM AFASTAMENTO JA
      *==            GRAVADO) E C CANCELA O LANCAMENTO INDEVIDO. A
      *==            GRAVACAO E SEMPRE UMA LINHA NOVA; VALE A ULTIMA
      *==            DO MESMO INICIO. A FOLHA (PROGRAMA19), A RESCISAO
      *==            (PROGRAMA25) E AS FERIAS (FUN007) LEEM O CADASTRO
      *==            PELO MODULO CALCAFA - ACABOU O ACERTO DE
      *==            AFASTAMENTO NA MAO PELAS FALTAS DO MOVFOLHA.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WRK-CAMINHO-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-ID
               FILE STATUS IS FS-FUNCIONARIOS.

           SELECT AFASTAM ASSIGN TO WRK-CAMINHO-AFASTAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AFASTAM.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".
       FD  AFASTAM.
           COPY "AFASTAM.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMFUNC.cpy".
           COPY "OPESSAO.cpy".
           COPY "CALCAFA.cpy".
       77  WRK-CAMINHO-AFASTAM PIC X(100) VALUE
           "C:/COBOL/DADOS/AFASTAM.DAT.txt".
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-AFASTAM      PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-ID          PIC 9(04) VALUE ZEROS.
       77  WRK-OPCAO       PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR          VALUE "I".
           88 OPCAO-ENCERRAR         VALUE "E".
           88 OPCAO-CANCELAR         VALUE "C".
       77  WRK-TIPO        PIC X(01) VALUE SPACES.
       01  WRK-INICIO      PIC 9(08) VALUE ZEROS.
       01  WRK-INICIO-RED REDEFINES WRK-INICIO.
           05 WRK-INI-ANO  PIC 9(04).
           05 WRK-INI-MES  PIC 9(02).
           05 WRK-INI-DIA  PIC 9(02).
       01  WRK-FIM         PIC 9(08) VALUE ZEROS.
       01  WRK-FIM-RED REDEFINES WRK-FIM.
           05 WRK-FIM-ANO  PIC 9(04).
           05 WRK-FIM-MES  PIC 9(02).
           05 WRK-FIM-DIA  PIC 9(02).
       77  WRK-SW-FUNC     PIC X(01) VALUE "N".
           88 FUNCIONARIO-ACHADO    VALUE "S".
       77  WRK-SW-AFA      PIC X(01) VALUE "N".
           88 AFASTAMENTO-ACHADO    VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           DISPLAY "ID DO FUNCIONARIO................ "
             ACCEPT WRK-ID.

           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE FUNCIONARIOS NAO FOI ABERTO - "
                     "STATUS " FS-FUNCIONARIOS
             GOBACK
           END-IF.

           MOVE WRK-ID TO FUNC-ID.
           READ FUNCIONARIOS KEY IS FUNC-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET FUNCIONARIO-ACHADO TO TRUE
           END-READ.
           CLOSE FUNCIONARIOS.

           IF NOT FUNCIONARIO-ACHADO
             DISPLAY "FUNCIONARIO NAO CADASTRADO - ID " WRK-ID
             GOBACK
           END-IF.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.

           CALL "CONFIG" USING
               "AFASTAM_DAT         " WRK-CAMINHO-AFASTAM.

           DISPLAY "OPCAO (I=INCLUI E=ENCERRA C=CANCELA) "
             ACCEPT WRK-OPCAO.
           IF NOT OPCAO-INCLUIR AND NOT OPCAO-ENCERRAR
              AND NOT OPCAO-CANCELAR
             DISPLAY "OPCAO INVALIDA - AFASTAMENTO NAO GRAVADO"
             GOBACK
           END-IF.

           DISPLAY "INICIO DO AFASTAMENTO (AAAAMMDD). "
             ACCEPT WRK-INICIO.
           IF WRK-INI-MES LESS 1 OR WRK-INI-MES GREATER 12
              OR WRK-INI-DIA LESS 1 OR WRK-INI-DIA GREATER 31
             DISPLAY "DATA INVALIDA - AFASTAMENTO NAO GRAVADO"
             GOBACK
           END-IF.

           IF OPCAO-INCLUIR
             PERFORM 0110-VALIDAR-INCLUSAO
           ELSE
             PERFORM 0120-BUSCAR-AFASTAMENTO
             IF NOT AFASTAMENTO-ACHADO
               DISPLAY "AFASTAMENTO NAO CADASTRADO COM ESTE INICIO"
               GOBACK
             END-IF
           END-IF.

           IF OPCAO-CANCELAR
             MOVE 'C' TO WRK-TIPO
           ELSE
             DISPLAY "FIM (AAAAMMDD, 0 = SEM PREVISAO).. "
               ACCEPT WRK-FIM
             IF WRK-FIM GREATER ZEROS
               IF WRK-FIM-MES LESS 1 OR WRK-FIM-MES GREATER 12
                  OR WRK-FIM-DIA LESS 1 OR WRK-FIM-DIA GREATER 31
                  OR WRK-FIM LESS WRK-INICIO
                 DISPLAY "DATA INVALIDA - AFASTAMENTO NAO GRAVADO"
                 GOBACK
               END-IF
             END-IF
           END-IF.

      *--------------------------------------------------------------
      *  0110-VALIDAR-INCLUSAO: TIPO VALIDO, FUNCIONARIO ATIVO E SEM
      *  OUTRO AFASTAMENTO COBRINDO O INICIO INFORMADO.
      *--------------------------------------------------------------
       0110-VALIDAR-INCLUSAO           SECTION.
           IF FUNC-DEMISSAO IS NUMERIC
              AND FUNC-DEMISSAO GREATER ZEROS
             DISPLAY "FUNCIONARIO DESLIGADO - AFASTAMENTO NAO GRAVADO"
             GOBACK
           END-IF.

           DISPLAY "TIPO (D=DOENCA M=MATERNIDADE L=LICENCA NAO "
                   "REMUNERADA) "
             ACCEPT WRK-TIPO.
           IF WRK-TIPO NOT EQUAL 'D' AND WRK-TIPO NOT EQUAL 'M'
              AND WRK-TIPO NOT EQUAL 'L'
             DISPLAY "TIPO INVALIDO - AFASTAMENTO NAO GRAVADO"
             GOBACK
           END-IF.

           INITIALIZE WRK-AREA-CALCAFA.
           MOVE WRK-ID     TO AFC-FUNC-ID.
           MOVE WRK-INICIO TO AFC-DATA-REF.
           CALL "CALCAFA" USING WRK-AREA-CALCAFA.
           IF AFC-AFASTADO
             DISPLAY "FUNCIONARIO JA AFASTADO (TIPO " AFC-TIPO
                     ") DESDE " AFC-INICIO
                     " - AFASTAMENTO NAO GRAVADO"
             GOBACK
           END-IF.

      *--------------------------------------------------------------
      *  0120-BUSCAR-AFASTAMENTO: ULTIMA LINHA DO FUNCIONARIO COM O
      *  INICIO INFORMADO (ENCERRAMENTO/CANCELAMENTO).
      *--------------------------------------------------------------
       0120-BUSCAR-AFASTAMENTO         SECTION.
           MOVE "N" TO WRK-SW-AFA.
           OPEN INPUT AFASTAM.
           IF FS-AFASTAM NOT EQUAL 0
             GO TO 0120-BUSCAR-SAIDA
           END-IF.
           READ AFASTAM NEXT RECORD.
           PERFORM UNTIL FS-AFASTAM NOT EQUAL 00
             IF AFA-FUNC-ID EQUAL WRK-ID
                AND AFA-INICIO EQUAL WRK-INICIO
               IF AFA-CANCELADO
                 MOVE "N" TO WRK-SW-AFA
               ELSE
                 SET AFASTAMENTO-ACHADO TO TRUE
                 MOVE AFA-TIPO TO WRK-TIPO
               END-IF
             END-IF
             READ AFASTAM NEXT RECORD
           END-PERFORM.
           CLOSE AFASTAM.
       0120-BUSCAR-SAIDA.
           EXIT.

       0200-PROCESSAR                  SECTION.
           OPEN EXTEND AFASTAM.
           IF FS-AFASTAM EQUAL 35
             OPEN OUTPUT AFASTAM
           END-IF.
           IF FS-AFASTAM NOT EQUAL 0
             DISPLAY "CADASTRO DE AFASTAMENTOS NAO FOI ABERTO - "
                     "STATUS " FS-AFASTAM
             GOBACK
           END-IF.
           MOVE WRK-ID     TO AFA-FUNC-ID.
           MOVE WRK-TIPO   TO AFA-TIPO.
           MOVE WRK-INICIO TO AFA-INICIO.
           MOVE WRK-FIM    TO AFA-FIM.
           ACCEPT AFA-DATA-REG FROM DATE YYYYMMDD.
           IF WRK-SESSAO-OPERADOR NOT EQUAL SPACES
             MOVE WRK-SESSAO-OPERADOR TO AFA-OPERADOR
           ELSE
             MOVE "FUN017" TO AFA-OPERADOR
           END-IF.
           WRITE REG-AFASTAM.
           CLOSE AFASTAM.
           EVALUATE TRUE
             WHEN OPCAO-INCLUIR
               DISPLAY "AFASTAMENTO DE " FUNC-NOME " GRAVADO"
             WHEN OPCAO-ENCERRAR
               DISPLAY "AFASTAMENTO DE " FUNC-NOME " ENCERRADO"
             WHEN OTHER
               DISPLAY "AFASTAMENTO DE " FUNC-NOME " CANCELADO"
           END-EVALUATE.

           COPY "CAMFUNCP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
