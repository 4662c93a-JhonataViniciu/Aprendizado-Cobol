      *==            NOS MOLDES DO CICLO DE REJEITOS DO ARQ011.
      *==            REGISTRA NO BATCHLOG COM LIDOS = PROCESSADOS +
      *==            REJEITADOS.
      *==  15/10/2026 - JV - MOVIMENTO EM MEMORIA ALARGADO PARA O
      *==            DESCONTO DE QUEBRA DE CAIXA (MVF-DESC-CAIXA), QUE
      *==            NASCE ZERADO NO REGISTRO NOVO.
      *==  15/10/2026 - JV - BANCO DE HORAS: PARA QUEM OPTOU PELO
      *==            BANCO (BHOPCAO.DAT, FUN015) AS HORAS A MAIS NAO
      *==            VIRAM HORA EXTRA NO MOVFOLHA - OS MINUTOS A 50%,
      *==            A 100% E OS MINUTOS A MENOS DA JORNADA VAO PARA
      *==            BHPONTO.DAT (A RERODADA SUBSTITUI A COMPETENCIA),
      *==            LANCADOS NO BANCO PELO PROGRAMA92. A HORA EXTRA
      *==            DO CREDITO VENCIDO QUE O PROGRAMA92 LANCA NO
      *==            MOVFOLHA E PRESERVADA NA RERODADA.
      *==  15/10/2026 - JV - MOVIMENTO EM MEMORIA ALARGADO PARA O
      *==            VALOR DAS AULAS DOS PROFESSORES (MVF-HORA-AULA,
      *==            LANCADO PELO ALU019), QUE NASCE ZERADO NO
      *==            REGISTRO NOVO.
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJPONTO.

           SELECT BHOPCAO ASSIGN TO WRK-CAMINHO-BHOPCAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BHOPCAO.

           SELECT BHPONTO ASSIGN TO WRK-CAMINHO-BHPONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BHPONTO.

           SELECT BHWORK ASSIGN TO WRK-CAMINHO-BHWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BHWORK.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
           05 RJP-SEPARADOR PIC X(01).
           05 RJP-LINHA     PIC X(20).

       FD  BHOPCAO.
           COPY "BHOPCAO.cpy".

       FD  BHPONTO.
           COPY "BHPONTO.cpy".

       FD  BHWORK.
       01  REG-BHWORK      PIC X(25).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       77  FS-MOVFOLHA     PIC 9(02) VALUE ZEROS.
       77  FS-REJPONTO     PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  FS-BHOPCAO      PIC 9(02) VALUE ZEROS.
       77  FS-BHPONTO      PIC 9(02) VALUE ZEROS.
       77  FS-BHWORK       PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-PONTO    PIC X(100) VALUE
           "C:/COBOL/DADOS/PONTO.DAT.txt".
       77  WRK-CAMINHO-REJPONTO PIC X(100) VALUE
           "C:/COBOL/DADOS/REJPONTO.DAT.txt".
       77  WRK-CAMINHO-BHOPCAO  PIC X(100) VALUE
           "C:/COBOL/DADOS/BHOPCAO.DAT.txt".
       77  WRK-CAMINHO-BHPONTO  PIC X(100) VALUE
           "C:/COBOL/DADOS/BHPONTO.DAT.txt".
       77  WRK-CAMINHO-BHWORK   PIC X(100) VALUE
           "C:/COBOL/DADOS/BHWORK.DAT.txt".

       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.

       77  WRK-SW-ID       PIC X(01) VALUE "N".
           88 ID-CONHECIDO          VALUE "S".

      *--- OPCAO PELO BANCO DE HORAS (ULTIMA LINHA DO FUNCIONARIO) ---
       01  WRK-TAB-OPCOES.
           05 WRK-OPC-ITEM OCCURS 200 TIMES.
              10 WRK-OPC-ID      PIC 9(04).
              10 WRK-OPC-OPCAO   PIC X(01).
       77  WRK-QTD-OPCOES  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-OPCOES  PIC 9(03) VALUE 200.
       77  WRK-IND-OPC     PIC 9(03) VALUE ZEROS.
       77  WRK-SW-OPC      PIC X(01) VALUE "N".
           88 OPCAO-ACHADA          VALUE "S".
       77  WRK-ID-BUSCA    PIC 9(04) VALUE ZEROS.

      *--- APURACAO POR FUNCIONARIO ---
       01  WRK-TAB-APURA.
           05 WRK-APU-ITEM OCCURS 200 TIMES.
              10 WRK-APU-MIN50   PIC 9(05).
              10 WRK-APU-MIN100  PIC 9(05).
              10 WRK-APU-FALTAS  PIC 9(02).
              10 WRK-APU-MINDEV  PIC 9(05).
              10 WRK-APU-BANCO   PIC X(01).
                 88 APU-BANCO-DE-HORAS  VALUE "B".
       77  WRK-QTD-APURA   PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-APURA   PIC 9(03) VALUE 200.
       77  WRK-IND-APURA   PIC 9(03) VALUE ZEROS.

      *--- MOVIMENTO DA FOLHA EM MEMORIA (FUSAO E REGRAVACAO) ---
       01  WRK-TAB-MOVFOLHA.
           05 WRK-MVF-REG OCCURS 500 TIMES PIC X(54).
       77  WRK-QTD-MOVFOLHA PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-MOVFOLHA PIC 9(03) VALUE 500.
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
       77  WRK-ACUM-PROCESSADOS PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-REJEITADOS PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-LANCADOS   PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-BANCO      PIC 9(03) VALUE ZEROS.
       01  WRK-COMPET-DATA     PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
           END-IF.

           PERFORM 0110-CARREGAR-FUNCIONARIOS.
           PERFORM 0120-CARREGAR-OPCOES.

       0110-CARREGAR-FUNCIONARIOS      SECTION.
           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
       0110-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0120-CARREGAR-OPCOES: OPCAO VIGENTE DE CADA FUNCIONARIO PELO
      *  BANCO DE HORAS - A LINHA MAIS NOVA SUBSTITUI A ANTERIOR; SEM
      *  O ARQUIVO, TODOS RECEBEM HORA EXTRA.
      *--------------------------------------------------------------
       0120-CARREGAR-OPCOES            SECTION.
           CALL "CONFIG" USING
               "BHOPCAO_DAT         " WRK-CAMINHO-BHOPCAO.
           OPEN INPUT BHOPCAO.
           IF FS-BHOPCAO NOT EQUAL 0
             GO TO 0120-CARREGAR-SAIDA
           END-IF.
           READ BHOPCAO NEXT RECORD.
           PERFORM UNTIL FS-BHOPCAO NOT EQUAL 00
             MOVE BHO-FUNC-ID TO WRK-ID-BUSCA
             PERFORM 0122-BUSCAR-OPCAO
             IF NOT OPCAO-ACHADA
                AND WRK-QTD-OPCOES LESS WRK-MAX-OPCOES
               ADD 1 TO WRK-QTD-OPCOES
               MOVE WRK-QTD-OPCOES TO WRK-IND-OPC
               MOVE BHO-FUNC-ID TO WRK-OPC-ID(WRK-IND-OPC)
               SET OPCAO-ACHADA TO TRUE
             END-IF
             IF OPCAO-ACHADA
               MOVE BHO-OPCAO TO WRK-OPC-OPCAO(WRK-IND-OPC)
             END-IF
             READ BHOPCAO NEXT RECORD
           END-PERFORM.
           CLOSE BHOPCAO.
       0120-CARREGAR-SAIDA.
           EXIT.

       0122-BUSCAR-OPCAO               SECTION.
           MOVE 1   TO WRK-IND-OPC.
           MOVE "N" TO WRK-SW-OPC.
           PERFORM 0123-LOCALIZAR-OPCAO
             UNTIL WRK-IND-OPC GREATER WRK-QTD-OPCOES
                OR OPCAO-ACHADA.

       0123-LOCALIZAR-OPCAO            SECTION.
           IF WRK-OPC-ID(WRK-IND-OPC) EQUAL WRK-ID-BUSCA
             SET OPCAO-ACHADA TO TRUE
           ELSE
             ADD 1 TO WRK-IND-OPC
           END-IF.

       0200-PROCESSAR                  SECTION.
           READ PONTO NEXT RECORD.
           PERFORM UNTIL FS-PONTO NOT EQUAL 00
           CLOSE REJPONTO.

           PERFORM 0260-LANCAR-MOVFOLHA.
           PERFORM 0285-GRAVAR-BANCO-HORAS.

           DISPLAY "BATIDAS LIDAS........: " WRK-ACUM-LIDOS.
           DISPLAY "BATIDAS PROCESSADAS..: " WRK-ACUM-PROCESSADOS.
           DISPLAY "BATIDAS REJEITADAS...: " WRK-ACUM-REJEITADOS.
           DISPLAY "MOVIMENTOS LANCADOS..: " WRK-ACUM-LANCADOS.
           DISPLAY "APURACOES P/ BANCO...: " WRK-ACUM-BANCO.

       0210-TRATAR-BATIDA              SECTION.
           MOVE 1   TO WRK-IND-ID.
           PERFORM 0240-CALCULAR-DIA-SEMANA.

      *    DOMINGO (DIA 6 DA ANCORA DE SEGUNDA) PAGA TUDO A 100%;
      *    NOS DEMAIS DIAS O QUE PASSA DA JORNADA PAGA 50%. NO BANCO
      *    DE HORAS O QUE FALTA PARA A JORNADA TAMBEM E APURADO
           IF WRK-DIA-SEMANA EQUAL 6
             ADD WRK-MIN-DIA TO WRK-APU-MIN100(WRK-IND-APURA)
           ELSE
             IF WRK-MIN-EXTRA GREATER ZEROS
               ADD WRK-MIN-EXTRA TO WRK-APU-MIN50(WRK-IND-APURA)
             END-IF
             IF WRK-MIN-EXTRA LESS ZEROS
                AND APU-BANCO-DE-HORAS(WRK-IND-APURA)
               COMPUTE WRK-APU-MINDEV(WRK-IND-APURA) =
                   WRK-APU-MINDEV(WRK-IND-APURA) - WRK-MIN-EXTRA
             END-IF
           END-IF.
           ADD 1 TO WRK-ACUM-PROCESSADOS.
       0210-TRATAR-SAIDA.
             MOVE ZEROS TO WRK-APU-MIN50(WRK-IND-APURA)
             MOVE ZEROS TO WRK-APU-MIN100(WRK-IND-APURA)
             MOVE ZEROS TO WRK-APU-FALTAS(WRK-IND-APURA)
             MOVE ZEROS TO WRK-APU-MINDEV(WRK-IND-APURA)
             MOVE "P"   TO WRK-APU-BANCO(WRK-IND-APURA)
             MOVE PON-FUNC-ID TO WRK-ID-BUSCA
             PERFORM 0122-BUSCAR-OPCAO
             IF OPCAO-ACHADA
               MOVE WRK-OPC-OPCAO(WRK-IND-OPC)
                 TO WRK-APU-BANCO(WRK-IND-APURA)
             END-IF
           END-IF.

       0235-TESTAR-APURACAO            SECTION.
               MOVE ZEROS TO MVF-FALTAS
               MOVE ZEROS TO MVF-COMISSAO
               MOVE ZEROS TO MVF-RETROATIVO
               MOVE ZEROS TO MVF-DESC-CAIXA
               MOVE ZEROS TO MVF-HORA-AULA
               ADD 1 TO WRK-QTD-MOVFOLHA
               MOVE WRK-QTD-MOVFOLHA TO WRK-IND-MVF
             ELSE
             END-IF
           END-IF.

      *    NO BANCO DE HORAS AS HORAS A MAIS NAO SAO PAGAS NO MES -
      *    A HORA EXTRA DO REGISTRO E SO A DO CREDITO VENCIDO, LANCADA
      *    PELO PROGRAMA92, QUE A RERODADA DO PONTO PRESERVA
           IF NOT APU-BANCO-DE-HORAS(WRK-IND-APURA)
             COMPUTE MVF-HE50 =
                 WRK-APU-MIN50(WRK-IND-APURA) / 60
             COMPUTE MVF-HE100 =
                 WRK-APU-MIN100(WRK-IND-APURA) / 60
           END-IF.
           MOVE WRK-APU-FALTAS(WRK-IND-APURA) TO MVF-FALTAS.
           MOVE REG-MOVFOLHA TO WRK-MVF-REG(WRK-IND-MVF).
           ADD 1 TO WRK-ACUM-LANCADOS.
           WRITE REG-MOVFOLHA.
           ADD 1 TO WRK-IND-MVF.

      *--------------------------------------------------------------
      *  0285-GRAVAR-BANCO-HORAS: RETIRA DO BHPONTO.DAT AS LINHAS DA
      *  COMPETENCIA (COPIA PARA O ARQUIVO DE TRABALHO E REGRAVACAO)
      *  E ACRESCENTA A APURACAO DE QUEM ESTA NO BANCO DE HORAS.
      *--------------------------------------------------------------
       0285-GRAVAR-BANCO-HORAS         SECTION.
           CALL "CONFIG" USING
               "BHPONTO_DAT         " WRK-CAMINHO-BHPONTO.
           CALL "CONFIG" USING
               "BHWORK_DAT          " WRK-CAMINHO-BHWORK.
           OPEN INPUT BHPONTO.
           IF FS-BHPONTO EQUAL 0
             OPEN OUTPUT BHWORK
             READ BHPONTO NEXT RECORD
             PERFORM UNTIL FS-BHPONTO NOT EQUAL 00
               IF BHP-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                 MOVE REG-BHPONTO TO REG-BHWORK
                 WRITE REG-BHWORK
               END-IF
               READ BHPONTO NEXT RECORD
             END-PERFORM
             CLOSE BHPONTO
             CLOSE BHWORK
             OPEN INPUT BHWORK
             OPEN OUTPUT BHPONTO
             READ BHWORK NEXT RECORD
             PERFORM UNTIL FS-BHWORK NOT EQUAL 00
               MOVE REG-BHWORK TO REG-BHPONTO
               WRITE REG-BHPONTO
               READ BHWORK NEXT RECORD
             END-PERFORM
             CLOSE BHWORK
             CLOSE BHPONTO
           END-IF.

           OPEN EXTEND BHPONTO.
           IF FS-BHPONTO EQUAL 35
             OPEN OUTPUT BHPONTO
           END-IF.
           IF FS-BHPONTO NOT EQUAL 0
             DISPLAY "APURACAO DO BANCO DE HORAS NAO FOI GRAVADA - "
                     "STATUS " FS-BHPONTO
             GO TO 0285-GRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-APURA.
           PERFORM 0287-GRAVAR-APURACAO-BANCO
             UNTIL WRK-IND-APURA GREATER WRK-QTD-APURA.
           CLOSE BHPONTO.
       0285-GRAVAR-SAIDA.
           EXIT.

       0287-GRAVAR-APURACAO-BANCO      SECTION.
           IF APU-BANCO-DE-HORAS(WRK-IND-APURA)
             MOVE WRK-COMPETENCIA TO BHP-COMPETENCIA
             MOVE WRK-APU-ID(WRK-IND-APURA)     TO BHP-FUNC-ID
             MOVE WRK-APU-MIN50(WRK-IND-APURA)  TO BHP-MIN50
             MOVE WRK-APU-MIN100(WRK-IND-APURA) TO BHP-MIN100
             MOVE WRK-APU-MINDEV(WRK-IND-APURA) TO BHP-MIN-DEVIDO
             WRITE REG-BHPONTO
             ADD 1 TO WRK-ACUM-BANCO
           END-IF.
           ADD 1 TO WRK-IND-APURA.

           COPY "CAMFUNCP.cpy".
           COPY "CAMMVFP.cpy".
       0300-FINALIZAR                  SECTION.
