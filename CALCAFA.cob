       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAFA.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: MODULO UTILITARIO DE AFASTAMENTOS - LE O
      *==            CADASTRO AFASTAM.DAT (FUN017) DO FUNCIONARIO E
      *==            APURA OS DIAS SEM SALARIO E DE MATERNIDADE DA
      *==            COMPETENCIA (FOLHA DO PROGRAMA19), OS MESES QUE
      *==            O AFASTAMENTO TIRA DO 13 (PROGRAMA19 E RESCISAO
      *==            DO PROGRAMA25) E SE ELE ESTA AFASTADO NUMA DATA
      *==            (AGENDAMENTO DE FERIAS DO FUN007). REGRAS:
      *==            DOENCA - OS 15 PRIMEIROS DIAS SAO PAGOS PELA
      *==            EMPRESA, DO 16 EM DIANTE O SALARIO E DO INSS;
      *==            MATERNIDADE - PAGA NA FOLHA (COMPENSADA NA GUIA
      *==            DO INSS), CONTA PARA O 13 E TEM FGTS; LICENCA NAO
      *==            REMUNERADA - TODOS OS DIAS SEM SALARIO. MES COM
      *==            MAIS DE 15 DIAS SEM SALARIO NAO CONTA PARA O 13.
      *==            CHAMADO POR CALL "CALCAFA" USING A AREA DE
      *==            CALCAFA.cpy.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTAM ASSIGN TO WRK-CAMINHO-AFASTAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AFASTAM.

       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAM.
           COPY "AFASTAM.cpy".

       WORKING-STORAGE SECTION.
       77  FS-AFASTAM             PIC 9(02)  VALUE ZEROS.
       77  WRK-CAMINHO-AFASTAM    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-AFA-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/AFASTAM.DAT.txt".

      *--- AFASTAMENTOS DO FUNCIONARIO (ULTIMA LINHA POR INICIO) ---
       01  WRK-TAB-AFA.
           05 WRK-TA-ITEM OCCURS 50 TIMES.
              10 WRK-TA-TIPO      PIC X(01).
              10 WRK-TA-INICIO    PIC 9(08).
              10 WRK-TA-FIM       PIC 9(08).
       77  WRK-QTD-AFA            PIC 9(02)  VALUE ZEROS.
       77  WRK-MAX-AFA            PIC 9(02)  VALUE 50.
       77  WRK-IND-AFA            PIC 9(02)  VALUE ZEROS.
       77  WRK-SW-AFA             PIC X(01)  VALUE "N".
           88 AFASTAMENTO-ACHADO             VALUE "S".

      *--- MES APURADO ---
       01  WRK-COMP-MES           PIC 9(06)  VALUE ZEROS.
       01  WRK-COMP-MES-RED REDEFINES WRK-COMP-MES.
           05 WRK-CM-ANO          PIC 9(04).
           05 WRK-CM-MES          PIC 9(02).
       77  WRK-SER-MES-INI        PIC 9(08)  VALUE ZEROS.
       77  WRK-SER-MES-FIM        PIC 9(08)  VALUE ZEROS.
       77  WRK-DIAS-NO-MES        PIC 9(02)  VALUE ZEROS.
       77  WRK-DIAS-SEM-SALARIO   PIC 9(03)  VALUE ZEROS.
       77  WRK-DIAS-MATERNIDADE   PIC 9(03)  VALUE ZEROS.

      *--- TRECHO DO AFASTAMENTO DENTRO DO MES ---
       77  WRK-SER-AFA-INI        PIC 9(08)  VALUE ZEROS.
       77  WRK-SER-AFA-FIM        PIC 9(08)  VALUE ZEROS.
       77  WRK-SER-DE             PIC 9(08)  VALUE ZEROS.
       77  WRK-SER-ATE            PIC 9(08)  VALUE ZEROS.
       77  WRK-DIAS-TRECHO        PIC 9(03)  VALUE ZEROS.
       77  WRK-SER-REF            PIC 9(08)  VALUE ZEROS.
       77  WRK-AFA-SEM-FIM        PIC 9(08)  VALUE 99999999.
       77  WRK-DIAS-PAGOS-DOENCA  PIC 9(02)  VALUE 15.

      *--- DATA -> NUMERO DE DIAS (MESMA ROTINA DO PROGRAMA91) ---
       01  WRK-DATA-SER.
           05 WRK-DS-ANO       PIC 9(04).
           05 WRK-DS-MES       PIC 9(02).
           05 WRK-DS-DIA       PIC 9(02).
       01  WRK-DATA-SER-NUM REDEFINES WRK-DATA-SER PIC 9(08).
       77  WRK-SERIAL          PIC 9(08)    VALUE ZEROS.
       77  WRK-RESTO-ANO       PIC 9(04)    VALUE ZEROS.
       01  WRK-TAB-CUM-DIAS.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  WRK-TAB-CUM-RED REDEFINES WRK-TAB-CUM-DIAS.
           05 WRK-CUM-DIAS     PIC 9(03) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01  LK-AREA-CALCAFA.
           05 LK-FUNC-ID          PIC 9(04).
           05 LK-COMPETENCIA      PIC 9(06).
           05 LK-13-INICIO        PIC 9(06).
           05 LK-13-FIM           PIC 9(06).
           05 LK-DATA-REF         PIC 9(08).
           05 LK-DIAS-SEM-SALARIO PIC 9(02).
           05 LK-DIAS-MATERNIDADE PIC 9(02).
           05 LK-MESES-PERDIDOS   PIC 9(02).
           05 LK-SW-AFASTADO      PIC X(01).
           05 LK-TIPO             PIC X(01).
           05 LK-INICIO           PIC 9(08).
           05 LK-RETORNO          PIC 9(08).

       PROCEDURE DIVISION USING LK-AREA-CALCAFA.
       0000-PRINCIPAL                  SECTION.
               MOVE ZEROS  TO LK-DIAS-SEM-SALARIO.
               MOVE ZEROS  TO LK-DIAS-MATERNIDADE.
               MOVE ZEROS  TO LK-MESES-PERDIDOS.
               MOVE "N"    TO LK-SW-AFASTADO.
               MOVE SPACES TO LK-TIPO.
               MOVE ZEROS  TO LK-INICIO.
               MOVE ZEROS  TO LK-RETORNO.

               PERFORM 0100-CARREGAR-AFASTAMENTOS.
               IF WRK-QTD-AFA EQUAL ZEROS
                 GOBACK
               END-IF.

               IF LK-COMPETENCIA GREATER ZEROS
                 PERFORM 0200-APURAR-COMPETENCIA
               END-IF.
               IF LK-13-INICIO GREATER ZEROS
                  AND LK-13-FIM NOT LESS LK-13-INICIO
                 PERFORM 0300-APURAR-DECIMO
               END-IF.
               IF LK-DATA-REF GREATER ZEROS
                 PERFORM 0400-APURAR-DATA-REF
               END-IF.

               GOBACK.

      *--------------------------------------------------------------
      *  0100-CARREGAR-AFASTAMENTOS: SO AS LINHAS DO FUNCIONARIO; A
      *  LINHA POSTERIOR DO MESMO INICIO SUBSTITUI A ANTERIOR
      *  (ENCERRAMENTO OU CANCELAMENTO PELO FUN017).
      *--------------------------------------------------------------
       0100-CARREGAR-AFASTAMENTOS      SECTION.
               MOVE ZEROS TO WRK-QTD-AFA.
               MOVE WRK-CAMINHO-AFA-PADRAO TO WRK-CAMINHO-AFASTAM.
               CALL "CONFIG" USING
                   "AFASTAM_DAT         " WRK-CAMINHO-AFASTAM.

               OPEN INPUT AFASTAM.
               IF FS-AFASTAM NOT EQUAL 0
                 GO TO 0100-CARREGAR-SAIDA
               END-IF.
               READ AFASTAM NEXT RECORD.
               PERFORM UNTIL FS-AFASTAM NOT EQUAL 00
                 IF AFA-FUNC-ID EQUAL LK-FUNC-ID
                   PERFORM 0110-GUARDAR-AFASTAMENTO
                 END-IF
                 READ AFASTAM NEXT RECORD
               END-PERFORM.
               CLOSE AFASTAM.
       0100-CARREGAR-SAIDA.
               EXIT.

       0110-GUARDAR-AFASTAMENTO        SECTION.
               MOVE 1   TO WRK-IND-AFA.
               MOVE "N" TO WRK-SW-AFA.
               PERFORM 0120-LOCALIZAR-AFASTAMENTO
                 UNTIL WRK-IND-AFA GREATER WRK-QTD-AFA
                    OR AFASTAMENTO-ACHADO.
               IF NOT AFASTAMENTO-ACHADO
                 IF WRK-QTD-AFA NOT LESS WRK-MAX-AFA
                   DISPLAY "CALCAFA: TABELA DE AFASTAMENTOS CHEIA - "
                           "FUNCIONARIO " LK-FUNC-ID
                   GO TO 0110-GUARDAR-SAIDA
                 END-IF
                 ADD 1 TO WRK-QTD-AFA
                 MOVE WRK-QTD-AFA TO WRK-IND-AFA
               END-IF.
               MOVE AFA-TIPO   TO WRK-TA-TIPO(WRK-IND-AFA).
               MOVE AFA-INICIO TO WRK-TA-INICIO(WRK-IND-AFA).
               MOVE AFA-FIM    TO WRK-TA-FIM(WRK-IND-AFA).
       0110-GUARDAR-SAIDA.
               EXIT.

       0120-LOCALIZAR-AFASTAMENTO      SECTION.
               IF WRK-TA-INICIO(WRK-IND-AFA) EQUAL AFA-INICIO
                 SET AFASTAMENTO-ACHADO TO TRUE
               ELSE
                 ADD 1 TO WRK-IND-AFA
               END-IF.

       0200-APURAR-COMPETENCIA         SECTION.
               MOVE LK-COMPETENCIA TO WRK-COMP-MES.
               PERFORM 0210-APURAR-MES.
               MOVE WRK-DIAS-SEM-SALARIO TO LK-DIAS-SEM-SALARIO.
               MOVE WRK-DIAS-MATERNIDADE TO LK-DIAS-MATERNIDADE.

      *--------------------------------------------------------------
      *  0210-APURAR-MES: DIAS SEM SALARIO E DE MATERNIDADE NO MES
      *  WRK-COMP-MES. MES INTEIRO AFASTADO CONTA 30 DIAS (MES
      *  COMERCIAL, COMO O SALARIO/30 DA FOLHA).
      *--------------------------------------------------------------
       0210-APURAR-MES                 SECTION.
               MOVE ZEROS TO WRK-DIAS-SEM-SALARIO.
               MOVE ZEROS TO WRK-DIAS-MATERNIDADE.

               MOVE WRK-CM-ANO TO WRK-DS-ANO.
               MOVE WRK-CM-MES TO WRK-DS-MES.
               MOVE 1          TO WRK-DS-DIA.
               PERFORM 0290-SERIAL-DE-DIAS.
               MOVE WRK-SERIAL TO WRK-SER-MES-INI.
               IF WRK-CM-MES EQUAL 12
                 COMPUTE WRK-DS-ANO = WRK-CM-ANO + 1
                 MOVE 1 TO WRK-DS-MES
               ELSE
                 COMPUTE WRK-DS-MES = WRK-CM-MES + 1
               END-IF.
               PERFORM 0290-SERIAL-DE-DIAS.
               COMPUTE WRK-SER-MES-FIM = WRK-SERIAL - 1.
               COMPUTE WRK-DIAS-NO-MES =
                   WRK-SER-MES-FIM - WRK-SER-MES-INI + 1.

               MOVE 1 TO WRK-IND-AFA.
               PERFORM 0220-SOMAR-AFASTAMENTO
                 UNTIL WRK-IND-AFA GREATER WRK-QTD-AFA.

               IF WRK-DIAS-SEM-SALARIO NOT LESS WRK-DIAS-NO-MES
                  OR WRK-DIAS-SEM-SALARIO GREATER 30
                 MOVE 30 TO WRK-DIAS-SEM-SALARIO
               END-IF.
               IF WRK-DIAS-MATERNIDADE NOT LESS WRK-DIAS-NO-MES
                  OR WRK-DIAS-MATERNIDADE GREATER 30
                 MOVE 30 TO WRK-DIAS-MATERNIDADE
               END-IF.

       0220-SOMAR-AFASTAMENTO          SECTION.
               IF WRK-TA-TIPO(WRK-IND-AFA) EQUAL 'C'
                 GO TO 0220-SOMAR-PROXIMO
               END-IF.

               MOVE WRK-TA-INICIO(WRK-IND-AFA) TO WRK-DATA-SER-NUM.
               PERFORM 0290-SERIAL-DE-DIAS.
               MOVE WRK-SERIAL TO WRK-SER-AFA-INI.
               IF WRK-TA-FIM(WRK-IND-AFA) EQUAL ZEROS
                 MOVE WRK-AFA-SEM-FIM TO WRK-SER-AFA-FIM
               ELSE
                 MOVE WRK-TA-FIM(WRK-IND-AFA) TO WRK-DATA-SER-NUM
                 PERFORM 0290-SERIAL-DE-DIAS
                 MOVE WRK-SERIAL TO WRK-SER-AFA-FIM
               END-IF.

      *        DOENCA: OS 15 PRIMEIROS DIAS FICAM COM A EMPRESA
               IF WRK-TA-TIPO(WRK-IND-AFA) EQUAL 'D'
                 ADD WRK-DIAS-PAGOS-DOENCA TO WRK-SER-AFA-INI
               END-IF.

               MOVE WRK-SER-AFA-INI TO WRK-SER-DE.
               IF WRK-SER-DE LESS WRK-SER-MES-INI
                 MOVE WRK-SER-MES-INI TO WRK-SER-DE
               END-IF.
               MOVE WRK-SER-AFA-FIM TO WRK-SER-ATE.
               IF WRK-SER-ATE GREATER WRK-SER-MES-FIM
                 MOVE WRK-SER-MES-FIM TO WRK-SER-ATE
               END-IF.
               IF WRK-SER-ATE LESS WRK-SER-DE
                 GO TO 0220-SOMAR-PROXIMO
               END-IF.
               COMPUTE WRK-DIAS-TRECHO = WRK-SER-ATE - WRK-SER-DE + 1.

               IF WRK-TA-TIPO(WRK-IND-AFA) EQUAL 'M'
                 ADD WRK-DIAS-TRECHO TO WRK-DIAS-MATERNIDADE
               ELSE
                 ADD WRK-DIAS-TRECHO TO WRK-DIAS-SEM-SALARIO
               END-IF.
       0220-SOMAR-PROXIMO.
               ADD 1 TO WRK-IND-AFA.

      *--------------------------------------------------------------
      *  0300-APURAR-DECIMO: MESES DA JANELA DO 13 COM MAIS DE 15
      *  DIAS SEM SALARIO (DOENCA PELO INSS OU LICENCA NAO
      *  REMUNERADA). A MATERNIDADE NAO TIRA MES DO 13.
      *--------------------------------------------------------------
       0300-APURAR-DECIMO              SECTION.
               MOVE LK-13-INICIO TO WRK-COMP-MES.
               PERFORM UNTIL WRK-COMP-MES GREATER LK-13-FIM
                 PERFORM 0210-APURAR-MES
                 IF WRK-DIAS-SEM-SALARIO GREATER 15
                   ADD 1 TO LK-MESES-PERDIDOS
                 END-IF
                 IF WRK-CM-MES EQUAL 12
                   ADD 1 TO WRK-CM-ANO
                   MOVE 1 TO WRK-CM-MES
                 ELSE
                   ADD 1 TO WRK-CM-MES
                 END-IF
               END-PERFORM.

      *--------------------------------------------------------------
      *  0400-APURAR-DATA-REF: AFASTAMENTO QUE COBRE A DATA (OU QUE
      *  JA COMECOU E NAO TEM FIM). DEVOLVE O TIPO, O INICIO E A
      *  PREVISAO DE RETORNO (DIA SEGUINTE AO FIM).
      *--------------------------------------------------------------
       0400-APURAR-DATA-REF            SECTION.
               MOVE 1 TO WRK-IND-AFA.
               PERFORM UNTIL WRK-IND-AFA GREATER WRK-QTD-AFA
                          OR LK-SW-AFASTADO EQUAL "S"
                 IF WRK-TA-TIPO(WRK-IND-AFA) NOT EQUAL 'C'
                    AND WRK-TA-INICIO(WRK-IND-AFA)
                        NOT GREATER LK-DATA-REF
                    AND (WRK-TA-FIM(WRK-IND-AFA) EQUAL ZEROS
                     OR WRK-TA-FIM(WRK-IND-AFA) NOT LESS LK-DATA-REF)
                   MOVE "S" TO LK-SW-AFASTADO
                   MOVE WRK-TA-TIPO(WRK-IND-AFA)   TO LK-TIPO
                   MOVE WRK-TA-INICIO(WRK-IND-AFA) TO LK-INICIO
                   IF WRK-TA-FIM(WRK-IND-AFA) GREATER ZEROS
                     MOVE WRK-TA-FIM(WRK-IND-AFA) TO WRK-DATA-SER-NUM
                     PERFORM 0410-DIA-SEGUINTE
                     MOVE WRK-DATA-SER-NUM TO LK-RETORNO
                   END-IF
                 ELSE
                   ADD 1 TO WRK-IND-AFA
                 END-IF
               END-PERFORM.

       0410-DIA-SEGUINTE               SECTION.
               IF WRK-DS-MES EQUAL 12
                 MOVE 31 TO WRK-DIAS-NO-MES
               ELSE
                 COMPUTE WRK-DIAS-NO-MES =
                     WRK-CUM-DIAS(WRK-DS-MES + 1)
                     - WRK-CUM-DIAS(WRK-DS-MES)
               END-IF.
               IF WRK-DS-MES EQUAL 02
                 DIVIDE WRK-DS-ANO BY 4 GIVING WRK-RESTO-ANO
                   REMAINDER WRK-RESTO-ANO
                 IF WRK-RESTO-ANO EQUAL ZEROS
                   ADD 1 TO WRK-DIAS-NO-MES
                 END-IF
               END-IF.

               ADD 1 TO WRK-DS-DIA.
               IF WRK-DS-DIA GREATER WRK-DIAS-NO-MES
                 MOVE 1 TO WRK-DS-DIA
                 ADD 1 TO WRK-DS-MES
                 IF WRK-DS-MES GREATER 12
                   MOVE 1 TO WRK-DS-MES
                   ADD 1 TO WRK-DS-ANO
                 END-IF
               END-IF.

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
