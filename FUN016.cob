       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUN016.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: REGISTRO DE FOLGA COMPENSATORIA DO BANCO DE HORAS
      *==            - VALIDA O FUNCIONARIO NO ARQUIVO DA FOLHA, MOSTRA
      *==            O SALDO DO BANCO (BANCOHRS.DAT) E GRAVA EM
      *==            BHFOLGA.DAT O DIA DE FOLGA E AS HORAS COMPENSADAS
      *==            (PADRAO: A JORNADA DE 8 HORAS). A FOLGA E DEBITADA
      *==            DO BANCO PELO PROGRAMA92 NO FECHAMENTO DA
      *==            COMPETENCIA DA FOLGA - COMPETENCIA JA FECHADA NO
      *==            BANCO NAO RECEBE FOLGA. FOLGA ACIMA DO SALDO E
      *==            ACEITA COM AVISO (O BANCO FICA DEVEDOR).
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

           SELECT BANCOHRS ASSIGN TO WRK-CAMINHO-BANCOHRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANCOHRS.

           SELECT BHFOLGA ASSIGN TO WRK-CAMINHO-BHFOLGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BHFOLGA.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".
       FD  BANCOHRS.
           COPY "BANCOHRS.cpy".
       FD  BHFOLGA.
           COPY "BHFOLGA.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMFUNC.cpy".
           COPY "OPESSAO.cpy".
       77  WRK-CAMINHO-BANCOHRS PIC X(100) VALUE
           "C:/COBOL/DADOS/BANCOHRS.DAT.txt".
       77  WRK-CAMINHO-BHFOLGA  PIC X(100) VALUE
           "C:/COBOL/DADOS/BHFOLGA.DAT.txt".
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-BANCOHRS     PIC 9(02) VALUE ZEROS.
       77  FS-BHFOLGA      PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-ID          PIC 9(04) VALUE ZEROS.
       01  WRK-DATA-FOLGA  PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FOLGA-RED REDEFINES WRK-DATA-FOLGA.
           05 WRK-DF-COMPETENCIA PIC 9(06).
           05 WRK-DF-COMP-RED REDEFINES WRK-DF-COMPETENCIA.
              10 WRK-DF-ANO   PIC 9(04).
              10 WRK-DF-MES   PIC 9(02).
           05 WRK-DF-DIA      PIC 9(02).
       01  WRK-HORAS-FOLGA PIC 9(04) VALUE ZEROS.
       01  WRK-HORAS-FOLGA-RED REDEFINES WRK-HORAS-FOLGA.
           05 WRK-HF-HORA  PIC 9(02).
           05 WRK-HF-MIN   PIC 9(02).
       77  WRK-MIN-FOLGA   PIC 9(04) VALUE ZEROS.
       77  WRK-JORNADA-MIN PIC 9(04) VALUE 480.
       77  WRK-SW-FUNC     PIC X(01) VALUE "N".
           88 FUNCIONARIO-ACHADO    VALUE "S".
       77  WRK-SW-FECHADA  PIC X(01) VALUE "N".
           88 COMPETENCIA-FECHADA   VALUE "S".

      *-------------------- SALDO DO BANCO DE HORAS --------------------
       77  WRK-SALDO-MIN   PIC S9(07) VALUE ZEROS.
       77  WRK-SALDO-ABS   PIC 9(07)  VALUE ZEROS.
       01  WRK-SALDO-HHMM.
           05 WRK-SH-SINAL PIC X(01).
           05 WRK-SH-HORAS PIC ZZZ9.
           05 FILLER       PIC X(01) VALUE ":".
           05 WRK-SH-MIN   PIC 9(02).

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
             DISPLAY "FUNCIONARIO DESLIGADO - FOLGA NAO GRAVADA"
             GOBACK
           END-IF.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.

           DISPLAY "DATA DA FOLGA (AAAAMMDD)......... "
             ACCEPT WRK-DATA-FOLGA.
           IF WRK-DF-MES LESS 1 OR WRK-DF-MES GREATER 12
              OR WRK-DF-DIA LESS 1 OR WRK-DF-DIA GREATER 31
             DISPLAY "DATA INVALIDA - FOLGA NAO GRAVADA"
             GOBACK
           END-IF.

           DISPLAY "HORAS COMPENSADAS (HHMM, 0 = JORNADA) "
             ACCEPT WRK-HORAS-FOLGA.
           IF WRK-HORAS-FOLGA EQUAL ZEROS
             MOVE WRK-JORNADA-MIN TO WRK-MIN-FOLGA
           ELSE
             IF WRK-HF-MIN GREATER 59
               DISPLAY "HORAS INVALIDAS - FOLGA NAO GRAVADA"
               GOBACK
             END-IF
             COMPUTE WRK-MIN-FOLGA = (WRK-HF-HORA * 60) + WRK-HF-MIN
           END-IF.

           PERFORM 0110-APURAR-SALDO.
           IF COMPETENCIA-FECHADA
             DISPLAY "BANCO DE HORAS DA COMPETENCIA "
                     WRK-DF-COMPETENCIA " JA FECHADO - FOLGA NAO "
                     "GRAVADA"
             GOBACK
           END-IF.

           PERFORM 0120-FORMATAR-SALDO.
           DISPLAY "SALDO ATUAL DO BANCO DE HORAS.... " WRK-SALDO-HHMM.
           IF WRK-MIN-FOLGA GREATER WRK-SALDO-MIN
             DISPLAY "AVISO: FOLGA ACIMA DO SALDO - O BANCO FICARA "
                     "DEVEDOR"
           END-IF.

      *--------------------------------------------------------------
      *  0110-APURAR-SALDO: SALDO DO FUNCIONARIO NO RAZAO (CREDITOS
      *  MENOS DEBITOS E VENCIDOS) E SE A COMPETENCIA DA FOLGA JA FOI
      *  FECHADA NO BANCO.
      *--------------------------------------------------------------
       0110-APURAR-SALDO               SECTION.
           CALL "CONFIG" USING
               "BANCOHRS_DAT        " WRK-CAMINHO-BANCOHRS.
           OPEN INPUT BANCOHRS.
           IF FS-BANCOHRS NOT EQUAL 0
             GO TO 0110-APURAR-SAIDA
           END-IF.
           READ BANCOHRS NEXT RECORD.
           PERFORM UNTIL FS-BANCOHRS NOT EQUAL 00
             IF BHM-COMPETENCIA EQUAL WRK-DF-COMPETENCIA
               SET COMPETENCIA-FECHADA TO TRUE
             END-IF
             IF BHM-FUNC-ID EQUAL WRK-ID
               IF BHM-CREDITO
                 ADD BHM-MINUTOS TO WRK-SALDO-MIN
               ELSE
                 SUBTRACT BHM-MINUTOS FROM WRK-SALDO-MIN
               END-IF
             END-IF
             READ BANCOHRS NEXT RECORD
           END-PERFORM.
           CLOSE BANCOHRS.
       0110-APURAR-SAIDA.
           EXIT.

       0120-FORMATAR-SALDO             SECTION.
           IF WRK-SALDO-MIN LESS ZEROS
             MOVE "-" TO WRK-SH-SINAL
             COMPUTE WRK-SALDO-ABS = WRK-SALDO-MIN * -1
           ELSE
             MOVE " " TO WRK-SH-SINAL
             MOVE WRK-SALDO-MIN TO WRK-SALDO-ABS
           END-IF.
           DIVIDE WRK-SALDO-ABS BY 60 GIVING WRK-SH-HORAS
             REMAINDER WRK-SH-MIN.

       0200-PROCESSAR                  SECTION.
           CALL "CONFIG" USING
               "BHFOLGA_DAT         " WRK-CAMINHO-BHFOLGA.
           OPEN EXTEND BHFOLGA.
           IF FS-BHFOLGA EQUAL 35
             OPEN OUTPUT BHFOLGA
           END-IF.
           IF FS-BHFOLGA NOT EQUAL 0
             DISPLAY "ARQUIVO DE FOLGAS NAO FOI ABERTO - STATUS "
                     FS-BHFOLGA
             GOBACK
           END-IF.
           MOVE WRK-ID         TO BHF-FUNC-ID.
           MOVE WRK-DATA-FOLGA TO BHF-DATA.
           MOVE WRK-MIN-FOLGA  TO BHF-MINUTOS.
           ACCEPT BHF-DATA-REG FROM DATE YYYYMMDD.
           IF WRK-SESSAO-OPERADOR NOT EQUAL SPACES
             MOVE WRK-SESSAO-OPERADOR TO BHF-OPERADOR
           ELSE
             MOVE "FUN016" TO BHF-OPERADOR
           END-IF.
           WRITE REG-BHFOLGA.
           CLOSE BHFOLGA.
           DISPLAY "FOLGA DE " FUNC-NOME " GRAVADA".

           COPY "CAMFUNCP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FIM DE PROGRAMA ".
