      *==            REGRAVAR COM REWRITE, COMO O ARQ008 SEMPRE FEZ
      *==            COM OS CLIENTES - ACABOU A CARGA COMPLETA EM
      *==            MEMORIA E O TETO DE 200 FUNCIONARIOS.
      *== 15/10/2026 - JV - A MUDANCA DE SALARIO PASSA A SER GRAVADA
      *==            NO HISTORICO SALHIST.DAT (COMO O REAJUSTE DO
      *==            FUN009), COM VIGENCIA NO MES CORRENTE - E A
      *==            ORIGEM DO EVENTO DE ALTERACAO SALARIAL DO
      *==            ESOCIAL (PROGRAMA94).
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CCUSTOS.

           SELECT SALHIST ASSIGN TO WRK-CAMINHO-SALHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALHIST.


       DATA DIVISION.
       FILE SECTION.
           COPY "FUNCPAY.cpy".
       FD  CCUSTOS.
           COPY "CCUSTO.cpy".
       FD  SALHIST.
           COPY "SALHIST.cpy".
       WORKING-STORAGE SECTION.
           COPY "CAMFUNC.cpy".
           COPY "CAMCCU.cpy".
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-CCUSTOS      PIC 9(02) VALUE ZEROS.
       77  FS-SALHIST      PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-SALHIST PIC X(100) VALUE
           "C:/COBOL/DADOS/SALHIST.DAT.txt".

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-ID       PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ACHADO PIC X(01) VALUE "N".
           88 FUNCIONARIO-ACHADO    VALUE "S".

      *-------------------- HISTORICO DE SALARIOS ----------------------
       77  WRK-SAL-ANTES PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SAL-PCT   PIC 9(04)V99 VALUE ZEROS.
       01  WRK-HOJE      PIC 9(08) VALUE ZEROS.
       01  WRK-HOJE-RED REDEFINES WRK-HOJE.
           05 WRK-HOJE-AAAAMM PIC 9(06).
           05 WRK-HOJE-DIA    PIC 9(02).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               MOVE WRK-IDADE TO FUNC-IDADE
             END-IF.

             MOVE FUNC-SALARIO TO WRK-SAL-ANTES.
             DISPLAY "SALARIO ATUAL... " FUNC-SALARIO.
             DISPLAY "NOVO SALARIO (0 = MANTER) "
               ACCEPT WRK-SALARIO.
                         FS-FUNCIONARIOS
               NOT INVALID KEY
                 DISPLAY "FUNCIONARIO ATUALIZADO COM SUCESSO"
                 IF FUNC-SALARIO NOT EQUAL WRK-SAL-ANTES
                   PERFORM 0240-GRAVAR-HISTORICO
                 END-IF
             END-REWRITE.

      *--- MUDANCA DE SALARIO NO HISTORICO, VIGENTE NO MES ---
       0240-GRAVAR-HISTORICO           SECTION.
             CALL "CONFIG" USING
                 "SALHIST_DAT         " WRK-CAMINHO-SALHIST.
             OPEN EXTEND SALHIST.
             IF FS-SALHIST EQUAL 35
               OPEN OUTPUT SALHIST
             END-IF.
             IF FS-SALHIST NOT EQUAL 0
               DISPLAY "HISTORICO DE SALARIOS NAO FOI ABERTO - "
                       "STATUS " FS-SALHIST
               GO TO 0240-GRAVAR-SAIDA
             END-IF.
             ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
      *      REDUCAO OU AUMENTO ACIMA DE 99,99% FICA SEM PERCENTUAL -
      *      O ANTES E O DEPOIS CONTAM A HISTORIA
             MOVE ZEROS TO WRK-SAL-PCT.
             IF WRK-SAL-ANTES GREATER ZEROS
                AND FUNC-SALARIO GREATER WRK-SAL-ANTES
               COMPUTE WRK-SAL-PCT ROUNDED =
                   (FUNC-SALARIO - WRK-SAL-ANTES) * 100
                   / WRK-SAL-ANTES
                 ON SIZE ERROR
                   MOVE ZEROS TO WRK-SAL-PCT
               END-COMPUTE
             END-IF.
             IF WRK-SAL-PCT GREATER 99,99
               MOVE ZEROS TO WRK-SAL-PCT
             END-IF.
             MOVE FUNC-ID         TO SAL-FUNC-ID.
             MOVE WRK-HOJE        TO SAL-DATA.
             MOVE WRK-HOJE-AAAAMM TO SAL-VIGENCIA.
             MOVE WRK-SAL-PCT     TO SAL-PCT.
             MOVE WRK-SAL-ANTES   TO SAL-ANTES.
             MOVE FUNC-SALARIO    TO SAL-DEPOIS.
             WRITE REG-SALHIST.
             CLOSE SALHIST.
       0240-GRAVAR-SAIDA.
             EXIT.

           COPY "CAMFUNCP.cpy".
           COPY "CAMCCUP.cpy".
       0300-FINALIZAR                  SECTION.
