       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUN014.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CADASTRO DE VALE-TRANSPORTE POR FUNCIONARIO -
      *==            VALIDA O FUNCIONARIO NO ARQUIVO DA FOLHA E GRAVA
      *==            EM VALETRAN.DAT A TARIFA DA CONDUCAO, QUANTAS
      *==            CONDUCOES ELE TOMA POR DIA E QUANTOS DIAS SE
      *==            DESLOCA NO MES, OU A RECUSA DO BENEFICIO. A
      *==            GRAVACAO E SEMPRE UMA LINHA NOVA (FICA O
      *==            HISTORICO); VALE A ULTIMA DO FUNCIONARIO NO
      *==            CALCULO MENSAL DO PROGRAMA91.
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

           SELECT VALETRAN ASSIGN TO WRK-CAMINHO-VALETRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALETRAN.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".
       FD  VALETRAN.
           COPY "VALETRAN.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMFUNC.cpy".
           COPY "OPESSAO.cpy".
       77  WRK-CAMINHO-VALETRAN PIC X(100) VALUE
           "C:/COBOL/DADOS/VALETRAN.DAT.txt".
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-VALETRAN     PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-ID          PIC 9(04) VALUE ZEROS.
       77  WRK-OPTANTE     PIC X(01) VALUE SPACES.
       77  WRK-TARIFA      PIC 9(03)V99 VALUE ZEROS.
       77  WRK-CONDUCOES   PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-MES    PIC 9(02) VALUE ZEROS.
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
             DISPLAY "FUNCIONARIO DESLIGADO - CADASTRO NAO GRAVADO"
             GOBACK
           END-IF.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.

           DISPLAY "OPTA PELO VALE-TRANSPORTE? (S/N)  "
             ACCEPT WRK-OPTANTE.
           EVALUATE WRK-OPTANTE
             WHEN "S"
               DISPLAY "TARIFA DE UMA CONDUCAO........... "
                 ACCEPT WRK-TARIFA
               DISPLAY "CONDUCOES POR DIA (IDA E VOLTA).. "
                 ACCEPT WRK-CONDUCOES
               DISPLAY "DIAS DE DESLOCAMENTO NO MES...... "
                 ACCEPT WRK-DIAS-MES
               IF WRK-TARIFA EQUAL ZEROS
                  OR WRK-CONDUCOES EQUAL ZEROS
                  OR WRK-DIAS-MES EQUAL ZEROS
                  OR WRK-DIAS-MES GREATER 31
                 DISPLAY "DADOS INVALIDOS - CADASTRO NAO GRAVADO"
                 GOBACK
               END-IF
             WHEN "N"
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA - CADASTRO NAO GRAVADO"
               GOBACK
           END-EVALUATE.

       0200-PROCESSAR                  SECTION.
           CALL "CONFIG" USING
               "VALETRAN_DAT        " WRK-CAMINHO-VALETRAN.
           OPEN EXTEND VALETRAN.
           IF FS-VALETRAN EQUAL 35
             OPEN OUTPUT VALETRAN
           END-IF.
           IF FS-VALETRAN NOT EQUAL 0
             DISPLAY "CADASTRO DE VALE-TRANSPORTE NAO FOI ABERTO - "
                     "STATUS " FS-VALETRAN
             GOBACK
           END-IF.
           MOVE WRK-ID        TO VTC-FUNC-ID.
           MOVE WRK-TARIFA    TO VTC-TARIFA.
           MOVE WRK-CONDUCOES TO VTC-CONDUCOES.
           MOVE WRK-DIAS-MES  TO VTC-DIAS-MES.
           MOVE WRK-OPTANTE   TO VTC-OPTANTE.
           ACCEPT VTC-DATA FROM DATE YYYYMMDD.
           IF WRK-SESSAO-OPERADOR NOT EQUAL SPACES
             MOVE WRK-SESSAO-OPERADOR TO VTC-OPERADOR
           ELSE
             MOVE "FUN014" TO VTC-OPERADOR
           END-IF.
           WRITE REG-VALETRAN.
           CLOSE VALETRAN.
           DISPLAY "VALE-TRANSPORTE DE " FUNC-NOME " GRAVADO".

           COPY "CAMFUNCP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
