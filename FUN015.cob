       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUN015.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OPCAO DO FUNCIONARIO PELO BANCO DE HORAS - VALIDA
      *==            O FUNCIONARIO NO ARQUIVO DA FOLHA E GRAVA EM
      *==            BHOPCAO.DAT SE AS HORAS A MAIS DO PONTO VAO PARA O
      *==            BANCO DE HORAS (B) OU SAO PAGAS COMO HORA EXTRA
      *==            (P). A GRAVACAO E SEMPRE UMA LINHA NOVA (FICA O
      *==            HISTORICO); VALE A ULTIMA DO FUNCIONARIO NA
      *==            IMPORTACAO DO PONTO (FUN008). A TROCA VALE A
      *==            PARTIR DA PROXIMA IMPORTACAO - O SALDO JA NO BANCO
      *==            CONTINUA ATE SER COMPENSADO OU VENCER.
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

           SELECT BHOPCAO ASSIGN TO WRK-CAMINHO-BHOPCAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BHOPCAO.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".
       FD  BHOPCAO.
           COPY "BHOPCAO.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMFUNC.cpy".
           COPY "OPESSAO.cpy".
       77  WRK-CAMINHO-BHOPCAO PIC X(100) VALUE
           "C:/COBOL/DADOS/BHOPCAO.DAT.txt".
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-BHOPCAO      PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-ID          PIC 9(04) VALUE ZEROS.
       77  WRK-OPCAO       PIC X(01) VALUE SPACES.
       77  WRK-SW-FUNC     PIC X(01) VALUE "N".
           88 FUNCIONARIO-ACHADO    VALUE "S".

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
           IF FUNC-DEMISSAO IS NUMERIC
              AND FUNC-DEMISSAO GREATER ZEROS
             DISPLAY "FUNCIONARIO DESLIGADO - OPCAO NAO GRAVADA"
             GOBACK
           END-IF.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.

           DISPLAY "HORAS A MAIS (B=BANCO DE HORAS P=PAGAR EXTRA) "
             ACCEPT WRK-OPCAO.
           IF WRK-OPCAO NOT EQUAL "B" AND WRK-OPCAO NOT EQUAL "P"
             DISPLAY "OPCAO INVALIDA - OPCAO NAO GRAVADA"
             GOBACK
           END-IF.

       0200-PROCESSAR                  SECTION.
           CALL "CONFIG" USING
               "BHOPCAO_DAT         " WRK-CAMINHO-BHOPCAO.
           OPEN EXTEND BHOPCAO.
           IF FS-BHOPCAO EQUAL 35
             OPEN OUTPUT BHOPCAO
           END-IF.
           IF FS-BHOPCAO NOT EQUAL 0
             DISPLAY "ARQUIVO DE OPCOES DO BANCO DE HORAS NAO FOI "
                     "ABERTO - STATUS " FS-BHOPCAO
             GOBACK
           END-IF.
           MOVE WRK-ID    TO BHO-FUNC-ID.
           MOVE WRK-OPCAO TO BHO-OPCAO.
           ACCEPT BHO-DATA FROM DATE YYYYMMDD.
           IF WRK-SESSAO-OPERADOR NOT EQUAL SPACES
             MOVE WRK-SESSAO-OPERADOR TO BHO-OPERADOR
           ELSE
             MOVE "FUN015" TO BHO-OPERADOR
           END-IF.
           WRITE REG-BHOPCAO.
           CLOSE BHOPCAO.
           DISPLAY "OPCAO DE BANCO DE HORAS DE " FUNC-NOME " GRAVADA".

           COPY "CAMFUNCP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
