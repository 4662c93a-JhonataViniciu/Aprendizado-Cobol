       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUN013.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: REGRA DO ADIANTAMENTO QUINZENAL POR FUNCIONARIO -
      *==            VALIDA O FUNCIONARIO NO ARQUIVO DA FOLHA E GRAVA
      *==            EM ADTREGRA.DAT SE ELE RECEBE UM PERCENTUAL DO
      *==            FUNC-SALARIO (P), UM VALOR FIXO (F) OU NAO RECEBE
      *==            ADIANTAMENTO (N). A GRAVACAO E SEMPRE UMA LINHA
      *==            NOVA (FICA O HISTORICO); VALE A ULTIMA DO
      *==            FUNCIONARIO NA RODADA DO PROGRAMA90.
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

           SELECT ADTREGRA ASSIGN TO WRK-CAMINHO-ADTREGRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADTREGRA.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".
       FD  ADTREGRA.
           COPY "ADTREGRA.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMFUNC.cpy".
           COPY "OPESSAO.cpy".
       77  WRK-CAMINHO-ADTREGRA PIC X(100) VALUE
           "C:/COBOL/DADOS/ADTREGRA.DAT.txt".
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-ADTREGRA     PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-ID          PIC 9(04) VALUE ZEROS.
       77  WRK-TIPO        PIC X(01) VALUE SPACES.
       77  WRK-PERC        PIC 9(03)V99 VALUE ZEROS.
       77  WRK-VALOR       PIC 9(08)V99 VALUE ZEROS.
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
             DISPLAY "FUNCIONARIO DESLIGADO - REGRA NAO GRAVADA"
             GOBACK
           END-IF.
           DISPLAY "FUNCIONARIO: " FUNC-NOME "  SALARIO " FUNC-SALARIO.

           DISPLAY "ADIANTAMENTO (P=PERCENTUAL F=FIXO N=NAO RECEBE) "
             ACCEPT WRK-TIPO.
           EVALUATE WRK-TIPO
             WHEN "P"
               DISPLAY "PERCENTUAL DO SALARIO (ATE 100)... "
                 ACCEPT WRK-PERC
               IF WRK-PERC EQUAL ZEROS OR WRK-PERC GREATER 100
                 DISPLAY "PERCENTUAL INVALIDO - REGRA NAO GRAVADA"
                 GOBACK
               END-IF
             WHEN "F"
               DISPLAY "VALOR FIXO DO ADIANTAMENTO........ "
                 ACCEPT WRK-VALOR
               IF WRK-VALOR EQUAL ZEROS
                  OR WRK-VALOR GREATER FUNC-SALARIO
                 DISPLAY "VALOR INVALIDO (ZERO OU ACIMA DO SALARIO) "
                         "- REGRA NAO GRAVADA"
                 GOBACK
               END-IF
             WHEN "N"
               CONTINUE
             WHEN OTHER
               DISPLAY "TIPO INVALIDO - REGRA NAO GRAVADA"
               GOBACK
           END-EVALUATE.

       0200-PROCESSAR                  SECTION.
           CALL "CONFIG" USING
               "ADTREGRA_DAT        " WRK-CAMINHO-ADTREGRA.
           OPEN EXTEND ADTREGRA.
           IF FS-ADTREGRA EQUAL 35
             OPEN OUTPUT ADTREGRA
           END-IF.
           IF FS-ADTREGRA NOT EQUAL 0
             DISPLAY "ARQUIVO DE REGRAS DE ADIANTAMENTO NAO FOI "
                     "ABERTO - STATUS " FS-ADTREGRA
             GOBACK
           END-IF.
           MOVE WRK-ID    TO ARG-FUNC-ID.
           MOVE WRK-TIPO  TO ARG-TIPO.
           MOVE WRK-PERC  TO ARG-PERC.
           MOVE WRK-VALOR TO ARG-VALOR.
           ACCEPT ARG-DATA FROM DATE YYYYMMDD.
           IF WRK-SESSAO-OPERADOR NOT EQUAL SPACES
             MOVE WRK-SESSAO-OPERADOR TO ARG-OPERADOR
           ELSE
             MOVE "FUN013" TO ARG-OPERADOR
           END-IF.
           WRITE REG-ADTREGRA.
           CLOSE ADTREGRA.
           DISPLAY "REGRA DE ADIANTAMENTO DE " FUNC-NOME " GRAVADA".

           COPY "CAMFUNCP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
