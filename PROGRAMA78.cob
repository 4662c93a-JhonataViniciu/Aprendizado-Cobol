       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA78.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: DESCONTO EM FOLHA DAS QUEBRAS DE CAIXA - PERCORRE
      *==           AS FALTAS AINDA REGISTRADAS NO LIVRO DE QUEBRAS
      *==           (QUEBRAS.DAT) ATE A COMPETENCIA PEDIDA. FALTA ATE
      *==           A TOLERANCIA (VARIAVEL QUEBRATOLER, EM REAIS COM
      *==           3 DIGITOS, PADRAO 005) E ISENTADA; ACIMA DELA O RH
      *==           APROVA (S), ISENTA (N) OU DEIXA PENDENTE. A FALTA
      *==           APROVADA E SOMADA EM MVF-DESC-CAIXA NO MOVIMENTO
      *==           DA FOLHA (MOVFOLHA.DAT) DO FUNCIONARIO DO
      *==           OPERADOR - PELA TABELA TABCOMIS.DAT OU INFORMADO
      *==           NA HORA - E O PROGRAMA19 DESCONTA NO HOLERITE,
      *==           COMO O CONTRATO DE TRABALHO PERMITE. O LIVRO E
      *==           REGRAVADO COM A SITUACAO (D/I), A COMPETENCIA E O
      *==           FUNCIONARIO. EXECUCAO NO BATCHLOG COM O TOTAL
      *==           DESCONTADO EM LOG-HASH.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - MOVIMENTO EM MEMORIA ALARGADO PARA O
      *==           VALOR DAS AULAS DOS PROFESSORES (MVF-HORA-AULA,
      *==           LANCADO PELO ALU019), QUE NASCE ZERADO NO
      *==           REGISTRO NOVO.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT QUEBRAS ASSIGN TO WRK-CAMINHO-QUEBRAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QUEBRAS.

           SELECT TABCOMIS ASSIGN TO WRK-CAMINHO-TABCOMIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TABCOMIS.

           SELECT MOVFOLHA ASSIGN TO WRK-CAMINHO-MOVFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVFOLHA.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEBRAS.
           COPY "QUEBRA.cpy".

       FD  TABCOMIS.
           COPY "TABCOMIS.cpy".

       FD  MOVFOLHA.
           COPY "MOVFOLHA.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMQBR.cpy".
           COPY "CAMMVF.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
       77  FS-QUEBRAS          PIC 9(02)    VALUE ZEROS.
       77  FS-TABCOMIS         PIC 9(02)    VALUE ZEROS.
       77  FS-MOVFOLHA         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-TABCOMIS PIC X(100)  VALUE
           "C:/COBOL/DADOS/TABCOMIS.DAT.txt".

       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-TOLERANCIA      PIC 9(03)V99 VALUE 5.
       77  WRK-TOLERANCIA-ENV  PIC X(03)    VALUE SPACES.
       77  WRK-FALTA           PIC 9(08)V99 VALUE ZEROS.
       77  WRK-FUNC-ID         PIC 9(04)    VALUE ZEROS.
       77  WRK-RESPOSTA        PIC X(01)    VALUE SPACES.

      *--- OPERADOR X FUNCIONARIO (TABCOMIS E OS INFORMADOS NA HORA) ---
       01  WRK-TAB-OPERADORES.
           05 WRK-OPE-ITEM OCCURS 100 TIMES.
              10 WRK-OPE-OPERADOR PIC X(20).
              10 WRK-OPE-FUNC-ID  PIC 9(04).
       77  WRK-QTD-OPERADORES  PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-OPERADORES  PIC 9(03)    VALUE 100.
       77  WRK-IND-OPERADOR    PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-OPERADOR     PIC X(01)    VALUE "N".
           88 OPERADOR-ACHADO               VALUE "S".

      *--- LIVRO DE QUEBRAS EM MEMORIA (REGRAVACAO COMPLETA) ---
       01  WRK-TAB-QUEBRAS.
           05 WRK-QBR-REG OCCURS 2000 TIMES PIC X(68).
       77  WRK-QTD-QUEBRAS     PIC 9(04)    VALUE ZEROS.
       77  WRK-MAX-QUEBRAS     PIC 9(04)    VALUE 2000.
       77  WRK-IND-QUEBRA      PIC 9(04)    VALUE ZEROS.

      *--- MOVIMENTO DA FOLHA EM MEMORIA (REGRAVACAO COMPLETA) ---
       01  WRK-TAB-MOVFOLHA.
           05 WRK-MVF-REG OCCURS 500 TIMES PIC X(54).
       77  WRK-QTD-MOVFOLHA    PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-MOVFOLHA    PIC 9(03)    VALUE 500.
       77  WRK-IND-MVF         PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-MVF          PIC X(01)    VALUE "N".
           88 MOVIMENTO-ACHADO              VALUE "S".

       77  WRK-SW-CARGA        PIC X(01)    VALUE "N".
           88 CARGA-TRANSBORDOU             VALUE "S".
       77  WRK-SW-ALTEROU      PIC X(01)    VALUE "N".
           88 LIVRO-ALTERADO                VALUE "S".

       77  WRK-ACUM-DESCONTADAS PIC 9(05)   VALUE ZEROS.
       77  WRK-ACUM-ISENTAS    PIC 9(05)    VALUE ZEROS.
       77  WRK-ACUM-PENDENTES  PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-DESCONTADO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ISENTO      PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           DISPLAY "COMPETENCIA DO DESCONTO (AAAAMM, 0 = ATUAL) "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.

           ACCEPT WRK-TOLERANCIA-ENV FROM ENVIRONMENT "QUEBRATOLER".
           IF WRK-TOLERANCIA-ENV IS NUMERIC
             MOVE WRK-TOLERANCIA-ENV TO WRK-TOLERANCIA
           END-IF.
           DISPLAY "TOLERANCIA DE QUEBRA POR SESSAO: " WRK-TOLERANCIA.

           PERFORM 0110-CARREGAR-OPERADORES.
           PERFORM 0120-CARREGAR-QUEBRAS.
           PERFORM 0125-CARREGAR-MOVFOLHA.

      *--- OPERADOR X FUNCIONARIO DA TABELA DE COMISSOES ---
       0110-CARREGAR-OPERADORES        SECTION.
           CALL "CONFIG" USING
               "TABCOMIS_DAT        " WRK-CAMINHO-TABCOMIS.
           OPEN INPUT TABCOMIS.
           IF FS-TABCOMIS NOT EQUAL 0
             DISPLAY "TABELA DE OPERADORES NAO FOI ABERTA - STATUS "
                     FS-TABCOMIS " - FUNCIONARIO SERA PEDIDO"
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ TABCOMIS NEXT RECORD.
           PERFORM UNTIL FS-TABCOMIS NOT EQUAL 00
             IF WRK-QTD-OPERADORES LESS WRK-MAX-OPERADORES
               ADD 1 TO WRK-QTD-OPERADORES
               MOVE TCM-OPERADOR
                 TO WRK-OPE-OPERADOR(WRK-QTD-OPERADORES)
               MOVE TCM-FUNC-ID
                 TO WRK-OPE-FUNC-ID(WRK-QTD-OPERADORES)
             END-IF
             READ TABCOMIS NEXT RECORD
           END-PERFORM.
           CLOSE TABCOMIS.
       0110-CARREGAR-SAIDA.
           EXIT.

       0120-CARREGAR-QUEBRAS           SECTION.
           PERFORM 0184-OBTER-CAMINHO-QUEBRAS.
           OPEN INPUT QUEBRAS.
           IF FS-QUEBRAS NOT EQUAL 0
             DISPLAY "LIVRO DE QUEBRAS NAO FOI ABERTO - STATUS "
                     FS-QUEBRAS
             GOBACK
           END-IF.
           READ QUEBRAS NEXT RECORD.
           PERFORM UNTIL FS-QUEBRAS NOT EQUAL 00
             IF WRK-QTD-QUEBRAS LESS WRK-MAX-QUEBRAS
               ADD 1 TO WRK-QTD-QUEBRAS
               MOVE REG-QUEBRA TO WRK-QBR-REG(WRK-QTD-QUEBRAS)
             ELSE
               DISPLAY "TABELA DE QUEBRAS CHEIA (MAX "
                       WRK-MAX-QUEBRAS ")"
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ QUEBRAS NEXT RECORD
           END-PERFORM.
           CLOSE QUEBRAS.

       0125-CARREGAR-MOVFOLHA          SECTION.
           PERFORM 0126-OBTER-CAMINHO-MOVFOLHA.
           OPEN INPUT MOVFOLHA.
           IF FS-MOVFOLHA EQUAL 0
             READ MOVFOLHA NEXT RECORD
             PERFORM UNTIL FS-MOVFOLHA NOT EQUAL 00
               IF WRK-QTD-MOVFOLHA LESS WRK-MAX-MOVFOLHA
                 ADD 1 TO WRK-QTD-MOVFOLHA
                 MOVE REG-MOVFOLHA
                   TO WRK-MVF-REG(WRK-QTD-MOVFOLHA)
               ELSE
                 DISPLAY "TABELA DO MOVIMENTO CHEIA (MAX "
                         WRK-MAX-MOVFOLHA ")"
                 SET CARGA-TRANSBORDOU TO TRUE
               END-IF
               READ MOVFOLHA NEXT RECORD
             END-PERFORM
             CLOSE MOVFOLHA
           END-IF.

       0200-PROCESSAR                  SECTION.
           IF CARGA-TRANSBORDOU
             DISPLAY "CARGA EM MEMORIA INCOMPLETA - NENHUM DESCONTO "
                     "FOI LANCADO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           MOVE 1 TO WRK-IND-QUEBRA.
           PERFORM 0210-AVALIAR-QUEBRA
             UNTIL WRK-IND-QUEBRA GREATER WRK-QTD-QUEBRAS
                OR CARGA-TRANSBORDOU.

           IF NOT LIVRO-ALTERADO
             DISPLAY "NENHUMA FALTA TRATADA"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           IF CARGA-TRANSBORDOU
             DISPLAY "MOVIMENTO DA FOLHA CHEIO - NADA FOI GRAVADO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           PERFORM 0250-REGRAVAR-MOVFOLHA.
           IF FS-MOVFOLHA EQUAL 0
             PERFORM 0260-REGRAVAR-QUEBRAS
           END-IF.
       0200-PROCESSAR-SAIDA.
           EXIT.

      *--- SO AS FALTAS REGISTRADAS ATE A COMPETENCIA PEDIDA ---
       0210-AVALIAR-QUEBRA             SECTION.
           MOVE WRK-QBR-REG(WRK-IND-QUEBRA) TO REG-QUEBRA.
           IF NOT QBR-REGISTRADA
              OR QBR-VALOR NOT LESS ZEROS
             GO TO 0210-AVALIAR-PROXIMA
           END-IF.
           MOVE QBR-DATA-FECHO TO CMP-REF-AAAAMMDD.
           CALL "COMPETEN" USING WRK-AREA-COMPETEN.
           IF CMP-AAAAMM GREATER WRK-COMPETENCIA
             GO TO 0210-AVALIAR-PROXIMA
           END-IF.

           COMPUTE WRK-FALTA = ZEROS - QBR-VALOR.
           IF WRK-FALTA NOT GREATER WRK-TOLERANCIA
             MOVE 'I'             TO QBR-SITUACAO
             MOVE WRK-COMPETENCIA TO QBR-COMPETENCIA
             ADD 1 TO WRK-ACUM-ISENTAS
             ADD WRK-FALTA TO WRK-TOT-ISENTO
             GO TO 0210-AVALIAR-GRAVAR
           END-IF.

           DISPLAY "FILIAL " QBR-FILIAL " CAIXA DE " QBR-DATA-ABERTURA
                   " FECHADO EM " QBR-DATA-FECHO.
           DISPLAY "OPERADOR " QBR-OPERADOR " FALTA DE " WRK-FALTA.
           DISPLAY "DESCONTAR EM FOLHA (S = SIM, N = ISENTAR, "
                   "OUTRO = PENDENTE) "
             ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA EQUAL "N" OR "n"
             MOVE 'I'             TO QBR-SITUACAO
             MOVE WRK-COMPETENCIA TO QBR-COMPETENCIA
             ADD 1 TO WRK-ACUM-ISENTAS
             ADD WRK-FALTA TO WRK-TOT-ISENTO
             GO TO 0210-AVALIAR-GRAVAR
           END-IF.
           IF WRK-RESPOSTA NOT EQUAL "S" AND NOT EQUAL "s"
             ADD 1 TO WRK-ACUM-PENDENTES
             GO TO 0210-AVALIAR-PROXIMA
           END-IF.

           PERFORM 0220-OBTER-FUNCIONARIO.
           IF WRK-FUNC-ID EQUAL ZEROS
             DISPLAY "SEM FUNCIONARIO - FALTA CONTINUA PENDENTE"
             ADD 1 TO WRK-ACUM-PENDENTES
             GO TO 0210-AVALIAR-PROXIMA
           END-IF.
           PERFORM 0230-LANCAR-DESCONTO.
           IF CARGA-TRANSBORDOU
             GO TO 0210-AVALIAR-PROXIMA
           END-IF.
           MOVE 'D'             TO QBR-SITUACAO.
           MOVE WRK-COMPETENCIA TO QBR-COMPETENCIA.
           MOVE WRK-FUNC-ID     TO QBR-FUNC-ID.
           ADD 1 TO WRK-ACUM-DESCONTADAS.
           ADD WRK-FALTA TO WRK-TOT-DESCONTADO.
       0210-AVALIAR-GRAVAR.
           MOVE REG-QUEBRA TO WRK-QBR-REG(WRK-IND-QUEBRA).
           SET LIVRO-ALTERADO TO TRUE.
       0210-AVALIAR-PROXIMA.
           ADD 1 TO WRK-IND-QUEBRA.

      *--- FUNCIONARIO DO OPERADOR: TABELA OU INFORMADO NA HORA ---
       0220-OBTER-FUNCIONARIO          SECTION.
           MOVE ZEROS TO WRK-FUNC-ID.
           MOVE 1   TO WRK-IND-OPERADOR.
           MOVE "N" TO WRK-SW-OPERADOR.
           PERFORM 0225-LOCALIZAR-OPERADOR
             UNTIL WRK-IND-OPERADOR GREATER WRK-QTD-OPERADORES
                OR OPERADOR-ACHADO.
           IF OPERADOR-ACHADO
             MOVE WRK-OPE-FUNC-ID(WRK-IND-OPERADOR) TO WRK-FUNC-ID
             GO TO 0220-OBTER-SAIDA
           END-IF.

           DISPLAY "FUNCIONARIO DO OPERADOR " QBR-OPERADOR
                   " (0 = DEIXAR PENDENTE) "
             ACCEPT WRK-FUNC-ID.
           IF WRK-FUNC-ID NOT EQUAL ZEROS
              AND WRK-QTD-OPERADORES LESS WRK-MAX-OPERADORES
             ADD 1 TO WRK-QTD-OPERADORES
             MOVE QBR-OPERADOR
               TO WRK-OPE-OPERADOR(WRK-QTD-OPERADORES)
             MOVE WRK-FUNC-ID
               TO WRK-OPE-FUNC-ID(WRK-QTD-OPERADORES)
           END-IF.
       0220-OBTER-SAIDA.
           EXIT.

       0225-LOCALIZAR-OPERADOR         SECTION.
           IF WRK-OPE-OPERADOR(WRK-IND-OPERADOR) EQUAL QBR-OPERADOR
             SET OPERADOR-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-OPERADOR
           END-IF.

      *--------------------------------------------------------------
      *  0230-LANCAR-DESCONTO: SOMA A FALTA EM MVF-DESC-CAIXA DO
      *  REGISTRO DA COMPETENCIA/FUNCIONARIO (OU CRIA UM NOVO COM O
      *  RESTO ZERADO), COMO A COMISSAO DO PROGRAMA46. REGISTRO DE
      *  ANTES DO CAMPO VEM COM ESPACOS - PASSA A ZERO ANTES DE SOMAR.
      *--------------------------------------------------------------
       0230-LANCAR-DESCONTO            SECTION.
           MOVE 1   TO WRK-IND-MVF.
           MOVE "N" TO WRK-SW-MVF.
           PERFORM 0235-LOCALIZAR-MOVIMENTO
             UNTIL WRK-IND-MVF GREATER WRK-QTD-MOVFOLHA
                OR MOVIMENTO-ACHADO.

           IF MOVIMENTO-ACHADO
             MOVE WRK-MVF-REG(WRK-IND-MVF) TO REG-MOVFOLHA
             IF MVF-DESC-CAIXA IS NOT NUMERIC
               MOVE ZEROS TO MVF-DESC-CAIXA
             END-IF
             ADD WRK-FALTA TO MVF-DESC-CAIXA
             MOVE REG-MOVFOLHA TO WRK-MVF-REG(WRK-IND-MVF)
           ELSE
             IF WRK-QTD-MOVFOLHA LESS WRK-MAX-MOVFOLHA
               MOVE WRK-COMPETENCIA TO MVF-COMPETENCIA
               MOVE WRK-FUNC-ID     TO MVF-FUNC-ID
               MOVE ZEROS TO MVF-HE50
               MOVE ZEROS TO MVF-HE100
               MOVE ZEROS TO MVF-FALTAS
               MOVE ZEROS TO MVF-COMISSAO
               MOVE ZEROS TO MVF-RETROATIVO
               MOVE WRK-FALTA TO MVF-DESC-CAIXA
               MOVE ZEROS TO MVF-HORA-AULA
               ADD 1 TO WRK-QTD-MOVFOLHA
               MOVE REG-MOVFOLHA TO WRK-MVF-REG(WRK-QTD-MOVFOLHA)
             ELSE
               DISPLAY "TABELA DO MOVIMENTO CHEIA (MAX "
                       WRK-MAX-MOVFOLHA ")"
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
           END-IF.

       0235-LOCALIZAR-MOVIMENTO        SECTION.
           MOVE WRK-MVF-REG(WRK-IND-MVF) TO REG-MOVFOLHA.
           IF MVF-COMPETENCIA EQUAL WRK-COMPETENCIA
              AND MVF-FUNC-ID EQUAL WRK-FUNC-ID
             SET MOVIMENTO-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-MVF
           END-IF.

       0250-REGRAVAR-MOVFOLHA          SECTION.
           OPEN OUTPUT MOVFOLHA.
           IF FS-MOVFOLHA NOT EQUAL 0
             DISPLAY "MOVIMENTO DA FOLHA NAO FOI REGRAVADO - STATUS "
                     FS-MOVFOLHA " - LIVRO DE QUEBRAS NAO ALTERADO"
             GO TO 0250-REGRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-MVF.
           PERFORM 0255-GRAVAR-MOVIMENTO
             UNTIL WRK-IND-MVF GREATER WRK-QTD-MOVFOLHA.
           CLOSE MOVFOLHA.
       0250-REGRAVAR-SAIDA.
           EXIT.

       0255-GRAVAR-MOVIMENTO           SECTION.
           MOVE WRK-MVF-REG(WRK-IND-MVF) TO REG-MOVFOLHA.
           WRITE REG-MOVFOLHA.
           ADD 1 TO WRK-IND-MVF.

       0260-REGRAVAR-QUEBRAS           SECTION.
           OPEN OUTPUT QUEBRAS.
           IF FS-QUEBRAS NOT EQUAL 0
             DISPLAY "LIVRO DE QUEBRAS NAO FOI REGRAVADO - STATUS "
                     FS-QUEBRAS
             GO TO 0260-REGRAVAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-QUEBRA.
           PERFORM 0265-GRAVAR-QUEBRA
             UNTIL WRK-IND-QUEBRA GREATER WRK-QTD-QUEBRAS.
           CLOSE QUEBRAS.
       0260-REGRAVAR-SAIDA.
           EXIT.

       0265-GRAVAR-QUEBRA              SECTION.
           MOVE WRK-QBR-REG(WRK-IND-QUEBRA) TO REG-QUEBRA.
           WRITE REG-QUEBRA.
           ADD 1 TO WRK-IND-QUEBRA.

           COPY "CAMQBRP.cpy".
           COPY "CAMMVFP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "FALTAS DESCONTADAS......: " WRK-ACUM-DESCONTADAS
                       " - VALOR " WRK-TOT-DESCONTADO.
               DISPLAY "FALTAS ISENTAS..........: " WRK-ACUM-ISENTAS
                       " - VALOR " WRK-TOT-ISENTO.
               DISPLAY "FALTAS PENDENTES........: " WRK-ACUM-PENDENTES.

               MOVE "PROGRAMA78"          TO LOG-JOB.
               MOVE "S"                   TO LOG-STATUS.
               MOVE WRK-ACUM-DESCONTADAS  TO LOG-QTD.
               MOVE WRK-QTD-QUEBRAS       TO LOG-QTD-LIDOS.
               MOVE WRK-TOT-DESCONTADO    TO LOG-HASH.
               MOVE "DESCONTO DE QUEBRAS DE CAIXA EM FOLHA"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
