       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALU021.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: EMISSAO DE DECLARACOES E CERTIDOES ESCOLARES A
      *==            PARTIR DOS ARQUIVOS DA SECRETARIA:
      *==            M = DECLARACAO DE MATRICULA (NIVEL, TURMA DE CADA
      *==                DISCIPLINA E ANO LETIVO DO TURMAS.DAT);
      *==            F = DECLARACAO DE FREQUENCIA (PERCENTUAL POR
      *==                DISCIPLINA DO FREQUENC.DAT);
      *==            N = NADA CONSTA FINANCEIRO - RECUSADO ENQUANTO
      *==                HOUVER MENSALIDADE EM ABERTO DO ALUNO OU DO
      *==                SEU RESPONSAVEL (MESMO CRITERIO DO ALU014);
      *==            T = CERTIDAO DE TRANSFERENCIA (MEDIA E SITUACAO
      *==                POR DISCIPLINA PELAS REGRAS DO HISTORICO DO
      *==                PROGRAMA27).
      *==            CADA DOCUMENTO RECEBE NUMERO SEQUENCIAL E CODIGO
      *==            DE VERIFICACAO NO LIVRO DOCESC.DAT E E IMPRESSO
      *==            NO DOCEMIT.DAT. A OPCAO V CONFERE NUMERO E CODIGO
      *==            INFORMADOS POR QUEM RECEBEU O DOCUMENTO.
      *==            REGISTRA AS EMISSOES NO BATCHLOG.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO WRK-CAMINHO-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS FS-ALUNOS.

           SELECT TURMAS ASSIGN TO WRK-CAMINHO-TURMAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TURMAS.

           SELECT FREQUENCIA ASSIGN TO WRK-CAMINHO-FREQUENC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREQUENCIA.

           SELECT MENSALIDADES ASSIGN TO WRK-CAMINHO-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT RESPONSAVEIS ASSIGN TO WRK-CAMINHO-RESPONSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPONSAVEIS.

           SELECT DOCESC ASSIGN TO WRK-CAMINHO-DOCESC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOCESC.

           SELECT DOCEMIT ASSIGN TO WRK-CAMINHO-DOCEMIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOCEMIT.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY "ALUNO.cpy".
       FD  TURMAS.
           COPY "TURMAS.cpy".
       FD  FREQUENCIA.
           COPY "FREQUENC.cpy".
       FD  MENSALIDADES.
           COPY "MENSALID.cpy".
       FD  RESPONSAVEIS.
           COPY "RESPONSA.cpy".
       FD  DOCESC.
           COPY "DOCESC.cpy".
       FD  DOCEMIT.
       01  REG-DOCEMIT         PIC X(80).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMALU.cpy".
           COPY "CAMTRM.cpy".
           COPY "CAMFRQ.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMRSP.cpy".
           COPY "CAMDOC.cpy".
           COPY "CAMLOG.cpy".
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-FREQUENCIA   PIC 9(02) VALUE ZEROS.
       77  FS-MENSALIDADES PIC 9(02) VALUE ZEROS.
       77  FS-RESPONSAVEIS PIC 9(02) VALUE ZEROS.
       77  FS-DOCESC       PIC 9(02) VALUE ZEROS.
       77  FS-DOCEMIT      PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.

      *-------------------- VARIAVEIS DE ENTRADA DE DADOS --------------
       77  WRK-TIPO        PIC X(01) VALUE SPACES.
           88 TIPO-MATRICULA        VALUE "M".
           88 TIPO-FREQUENCIA       VALUE "F".
           88 TIPO-NADA-CONSTA      VALUE "N".
           88 TIPO-TRANSFERENCIA    VALUE "T".
           88 TIPO-VERIFICACAO      VALUE "V".
       77  WRK-ALU-ID      PIC 9(04) VALUE ZEROS.
       77  WRK-NUMERO-INF  PIC 9(06) VALUE ZEROS.
       77  WRK-CODIGO-INF  PIC 9(08) VALUE ZEROS.

      *--- DISCIPLINAS DO ALUNO ---
       01  WRK-TAB-DISC.
           05 WRK-DSC-ITEM OCCURS 20 TIMES.
              10 WRK-DSC-DISCIPLINA PIC X(15).
              10 WRK-DSC-NOTA1      PIC 9(02)V99.
              10 WRK-DSC-NOTA2      PIC 9(02)V99.
              10 WRK-DSC-NOTA3      PIC 9(02)V99.
              10 WRK-DSC-NOTA-REC   PIC 9(02)V99.
              10 WRK-DSC-STATUS     PIC X(01).
              10 WRK-DSC-TURMA      PIC 9(03).
       77  WRK-QTD-DISC    PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-DISC    PIC 9(02) VALUE 20.
       77  WRK-IND-DISC    PIC 9(02) VALUE ZEROS.
       77  WRK-NOME        PIC X(20) VALUE SPACES.
       77  WRK-NIVEL       PIC X(10) VALUE SPACES.
       77  WRK-RESP-ID     PIC 9(04) VALUE ZEROS.
       77  WRK-RESP-NOME   PIC X(20) VALUE SPACES.
       77  WRK-SW-ATIVO    PIC X(01) VALUE "N".
           88 ALUNO-ATIVO           VALUE "S".
       77  WRK-SW-FIM      PIC X(01) VALUE "N".
           88 FIM-DO-ALUNO          VALUE "S".
       77  WRK-ANO-LETIVO  PIC 9(04) VALUE ZEROS.

      *--- DEBITOS EM ABERTO (NADA CONSTA) ---
       77  WRK-QTD-DEBITOS PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-DEBITOS PIC 9(08)V99 VALUE ZEROS.

      *--- NUMERACAO E CODIGO DE VERIFICACAO ---
       77  WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77  WRK-PESO-TIPO     PIC 9(01) VALUE ZEROS.
       77  WRK-CALCULO       PIC 9(15) VALUE ZEROS.
       77  WRK-QUOCIENTE     PIC 9(15) VALUE ZEROS.
       77  WRK-CODIGO        PIC 9(08) VALUE ZEROS.
       77  WRK-SW-DOC        PIC X(01) VALUE "N".
           88 DOCUMENTO-ACHADO      VALUE "S".

      *--- APURACAO DAS MEDIAS (REGRAS DO PROGRAMA27) ---
       77  WRK-PESO1       PIC 9V99  VALUE 2,00.
       77  WRK-PESO2       PIC 9V99  VALUE 3,00.
       77  WRK-PESO3       PIC 9V99  VALUE 5,00.
       77  WRK-SOMA-PESOS  PIC 99V99 VALUE 10,00.
       77  WRK-LIMITE      PIC 9V99  VALUE 6,00.
       77  WRK-MEDIA       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-FINAL PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SITUACAO    PIC X(20) VALUE SPACES.
       77  WRK-QTD-RECUPERACOES PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-REPROVACOES  PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA-MEDIAS PIC 9(04)V99 VALUE ZEROS.
       77  WRK-MEDIA-GERAL PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-ED    PIC Z9,99 VALUE ZEROS.
       77  WRK-PERCENTUAL  PIC 9(03)V9 VALUE ZEROS.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-EMITIDOS PIC 9(03) VALUE ZEROS.

      *---------------------- LINHAS DOS DOCUMENTOS --------------------
       01  WRK-LINHA-TITULO.
           05 WRK-LTI-TITULO   PIC X(60).
           05 FILLER           PIC X(04) VALUE "NO. ".
           05 WRK-LTI-NUMERO   PIC 9(06).
       01  WRK-LINHA-MATRIC.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LM-DISC      PIC X(15).
           05 FILLER           PIC X(08) VALUE "  TURMA ".
           05 WRK-LM-TURMA     PIC X(15).
       01  WRK-LINHA-FREQ.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LF-DISC      PIC X(15).
           05 FILLER           PIC X(14) VALUE "  AULAS DADAS ".
           05 WRK-LF-DADAS     PIC ZZ9.
           05 FILLER           PIC X(13) VALUE "  ASSISTIDAS ".
           05 WRK-LF-ASSIST    PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LF-PERC      PIC ZZ9,9.
           05 FILLER           PIC X(01) VALUE "%".
       01  WRK-LINHA-DISC.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LD-DISC      PIC X(15).
           05 FILLER           PIC X(08) VALUE "  MEDIA ".
           05 WRK-LD-MEDIA     PIC Z9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO  PIC X(20).
       01  WRK-DATA-ED.
           05 WRK-DE-DIA       PIC 9(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-DE-MES       PIC 9(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 WRK-DE-ANO       PIC 9(04).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           PERFORM 0104-OBTER-CAMINHOS-DOCESC.
           DISPLAY "DOCUMENTO (M=MATRICULA F=FREQUENCIA N=NADA CONSTA "
                   "T=TRANSFERENCIA V=VERIFICAR) "
             ACCEPT WRK-TIPO.
           INSPECT WRK-TIPO CONVERTING "mfntv" TO "MFNTV".
           IF TIPO-VERIFICACAO
             PERFORM 0150-VERIFICAR-DOCUMENTO
             GOBACK
           END-IF.
           IF NOT TIPO-MATRICULA AND NOT TIPO-FREQUENCIA
              AND NOT TIPO-NADA-CONSTA AND NOT TIPO-TRANSFERENCIA
             DISPLAY "TIPO DE DOCUMENTO INVALIDO"
             GOBACK
           END-IF.

           DISPLAY "ID DO ALUNO.............. "
             ACCEPT WRK-ALU-ID.
           PERFORM 0110-CARREGAR-ALUNO.
           IF WRK-QTD-DISC EQUAL ZEROS
             DISPLAY "ALUNO NAO ENCONTRADO"
             GOBACK
           END-IF.
           IF TIPO-MATRICULA AND NOT ALUNO-ATIVO
             DISPLAY "ALUNO SEM DISCIPLINA ATIVA - NAO HA MATRICULA "
                     "A DECLARAR"
             GOBACK
           END-IF.
           PERFORM 0120-OBTER-RESPONSAVEL.

      *    NADA CONSTA SO SAI SEM NENHUMA MENSALIDADE EM ABERTO
           IF TIPO-NADA-CONSTA
             PERFORM 0135-CONFERIR-DEBITOS
             IF WRK-QTD-DEBITOS GREATER ZEROS
               DISPLAY "NADA CONSTA RECUSADO - " WRK-QTD-DEBITOS
                       " MENSALIDADE(S) EM ABERTO, TOTAL "
                       WRK-TOT-DEBITOS
               GOBACK
             END-IF
           END-IF.

           PERFORM 0140-PROXIMO-NUMERO.

      *--------------------------------------------------------------
      *  0110-CARREGAR-ALUNO: TODAS AS DISCIPLINAS DO ALU-ID PELA
      *  CHAVE (START NO ID E LEITURA ATE MUDAR), COMO NO ALU003.
      *--------------------------------------------------------------
       0110-CARREGAR-ALUNO             SECTION.
           PERFORM 0109-OBTER-CAMINHO-ALUNOS.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL 0
             DISPLAY "ARQUIVO DE ALUNOS NAO FOI ABERTO - STATUS "
                     FS-ALUNOS
             GOBACK
           END-IF.
           MOVE WRK-ALU-ID TO ALU-ID.
           MOVE SPACES     TO ALU-DISCIPLINA.
           START ALUNOS KEY IS NOT LESS THAN ALU-CHAVE
             INVALID KEY
               SET FIM-DO-ALUNO TO TRUE
           END-START.
           PERFORM 0115-LER-DISCIPLINA UNTIL FIM-DO-ALUNO.
           CLOSE ALUNOS.

       0115-LER-DISCIPLINA             SECTION.
           READ ALUNOS NEXT RECORD.
           IF FS-ALUNOS NOT EQUAL 00
              OR ALU-ID NOT EQUAL WRK-ALU-ID
              OR WRK-QTD-DISC NOT LESS WRK-MAX-DISC
             SET FIM-DO-ALUNO TO TRUE
             GO TO 0115-LER-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-DISC.
           MOVE ALU-DISCIPLINA TO WRK-DSC-DISCIPLINA(WRK-QTD-DISC).
           MOVE ALU-NOTA1      TO WRK-DSC-NOTA1(WRK-QTD-DISC).
           MOVE ALU-NOTA2      TO WRK-DSC-NOTA2(WRK-QTD-DISC).
           MOVE ALU-NOTA3      TO WRK-DSC-NOTA3(WRK-QTD-DISC).
           MOVE ALU-NOTA-REC   TO WRK-DSC-NOTA-REC(WRK-QTD-DISC).
           MOVE ALU-STATUS     TO WRK-DSC-STATUS(WRK-QTD-DISC).
           IF ALU-TURMA IS NUMERIC
             MOVE ALU-TURMA TO WRK-DSC-TURMA(WRK-QTD-DISC)
           ELSE
             MOVE ZEROS TO WRK-DSC-TURMA(WRK-QTD-DISC)
           END-IF.
           MOVE ALU-NOME  TO WRK-NOME.
           MOVE ALU-NIVEL TO WRK-NIVEL.
           IF ALU-RESP-ID IS NUMERIC AND ALU-RESP-ID GREATER ZEROS
             MOVE ALU-RESP-ID TO WRK-RESP-ID
           END-IF.
           IF ALU-ATIVO
             SET ALUNO-ATIVO TO TRUE
           END-IF.
       0115-LER-SAIDA.
           EXIT.

       0120-OBTER-RESPONSAVEL          SECTION.
           IF WRK-RESP-ID EQUAL ZEROS
             GO TO 0120-OBTER-SAIDA
           END-IF.
           PERFORM 0162-OBTER-CAMINHO-RESPONSA.
           OPEN INPUT RESPONSAVEIS.
           IF FS-RESPONSAVEIS NOT EQUAL 0
             GO TO 0120-OBTER-SAIDA
           END-IF.
           READ RESPONSAVEIS NEXT RECORD.
           PERFORM UNTIL FS-RESPONSAVEIS NOT EQUAL 00
             IF RSP-ID EQUAL WRK-RESP-ID
               MOVE RSP-NOME TO WRK-RESP-NOME
             END-IF
             READ RESPONSAVEIS NEXT RECORD
           END-PERFORM.
           CLOSE RESPONSAVEIS.
       0120-OBTER-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0135-CONFERIR-DEBITOS: MENSALIDADE EM ABERTO DE QUALQUER MES
      *  DO PROPRIO ALUNO OU DE QUALQUER ALUNO DO MESMO RESPONSAVEL.
      *  SEM O ARQUIVO NAO HA COMO ATESTAR - O DOCUMENTO E RECUSADO.
      *--------------------------------------------------------------
       0135-CONFERIR-DEBITOS           SECTION.
           PERFORM 0132-OBTER-CAMINHO-MENSALID.
           OPEN INPUT MENSALIDADES.
           IF FS-MENSALIDADES NOT EQUAL 0
             DISPLAY "ARQUIVO DE MENSALIDADES NAO FOI ABERTO - STATUS "
                     FS-MENSALIDADES " - NADA CONSTA NAO EMITIDO"
             GOBACK
           END-IF.
           READ MENSALIDADES NEXT RECORD.
           PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
             IF MEN-ABERTA
                AND (MEN-ALU-ID EQUAL WRK-ALU-ID
                     OR (WRK-RESP-ID GREATER ZEROS
                         AND MEN-RESP-ID IS NUMERIC
                         AND MEN-RESP-ID EQUAL WRK-RESP-ID))
               ADD 1 TO WRK-QTD-DEBITOS
               ADD MEN-VALOR TO WRK-TOT-DEBITOS
               DISPLAY "  EM ABERTO: COMPETENCIA " MEN-COMPETENCIA
                       " ALUNO " MEN-ALU-ID " " MEN-NOME
             END-IF
             READ MENSALIDADES NEXT RECORD
           END-PERFORM.
           CLOSE MENSALIDADES.

       0140-PROXIMO-NUMERO             SECTION.
           OPEN INPUT DOCESC.
           IF FS-DOCESC NOT EQUAL 0
             GO TO 0140-PROXIMO-SAIDA
           END-IF.
           READ DOCESC NEXT RECORD.
           PERFORM UNTIL FS-DOCESC NOT EQUAL 00
             IF DOC-NUMERO GREATER WRK-ULTIMO-NUMERO
               MOVE DOC-NUMERO TO WRK-ULTIMO-NUMERO
             END-IF
             READ DOCESC NEXT RECORD
           END-PERFORM.
           CLOSE DOCESC.
       0140-PROXIMO-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0150-VERIFICAR-DOCUMENTO: CONFERE NO LIVRO O NUMERO E O
      *  CODIGO QUE CONSTAM DO DOCUMENTO APRESENTADO.
      *--------------------------------------------------------------
       0150-VERIFICAR-DOCUMENTO        SECTION.
           DISPLAY "NUMERO DO DOCUMENTO...... "
             ACCEPT WRK-NUMERO-INF.
           DISPLAY "CODIGO DE VERIFICACAO.... "
             ACCEPT WRK-CODIGO-INF.
           OPEN INPUT DOCESC.
           IF FS-DOCESC NOT EQUAL 0
             DISPLAY "LIVRO DE REGISTRO NAO FOI ABERTO - STATUS "
                     FS-DOCESC
             GO TO 0150-VERIFICAR-SAIDA
           END-IF.
           READ DOCESC NEXT RECORD.
           PERFORM UNTIL FS-DOCESC NOT EQUAL 00
                      OR DOCUMENTO-ACHADO
             IF DOC-NUMERO EQUAL WRK-NUMERO-INF
               SET DOCUMENTO-ACHADO TO TRUE
             ELSE
               READ DOCESC NEXT RECORD
             END-IF
           END-PERFORM.
           CLOSE DOCESC.
           EVALUATE TRUE
             WHEN NOT DOCUMENTO-ACHADO
               DISPLAY "NUMERO " WRK-NUMERO-INF " NAO CONSTA DO LIVRO"
                       " - DOCUMENTO NAO AUTENTICO"
             WHEN DOC-CODIGO NOT EQUAL WRK-CODIGO-INF
               DISPLAY "CODIGO NAO CONFERE COM O NUMERO "
                       WRK-NUMERO-INF " - DOCUMENTO NAO AUTENTICO"
             WHEN OTHER
               MOVE DOC-DATA(7:2) TO WRK-DE-DIA
               MOVE DOC-DATA(5:2) TO WRK-DE-MES
               MOVE DOC-DATA(1:4) TO WRK-DE-ANO
               DISPLAY "DOCUMENTO AUTENTICO - TIPO " DOC-TIPO
                       " EMITIDO EM " WRK-DATA-ED
               DISPLAY "ALUNO " DOC-ALU-ID " " DOC-NOME
           END-EVALUATE.
       0150-VERIFICAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0200-PROCESSAR: REGISTRA NO LIVRO ANTES DE IMPRIMIR - SEM
      *  REGISTRO O DOCUMENTO NAO SAI.
      *--------------------------------------------------------------
       0200-PROCESSAR                  SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           PERFORM 0210-CALCULAR-CODIGO.

           MOVE SPACES TO REG-DOCESC.
           COMPUTE DOC-NUMERO = WRK-ULTIMO-NUMERO + 1.
           MOVE WRK-TIPO         TO DOC-TIPO.
           MOVE WRK-ALU-ID       TO DOC-ALU-ID.
           MOVE WRK-NOME         TO DOC-NOME.
           MOVE WRK-RESP-ID      TO DOC-RESP-ID.
           MOVE WRK-DATA-SISTEMA TO DOC-DATA.
           MOVE WRK-HORA-SISTEMA TO DOC-HORA.
           MOVE WRK-CODIGO       TO DOC-CODIGO.
           OPEN EXTEND DOCESC.
           IF FS-DOCESC EQUAL 35
             OPEN OUTPUT DOCESC
           END-IF.
           IF FS-DOCESC NOT EQUAL 0
             DISPLAY "LIVRO DE REGISTRO NAO FOI ABERTO - STATUS "
                     FS-DOCESC " - DOCUMENTO NAO EMITIDO"
             GOBACK
           END-IF.
           WRITE REG-DOCESC.
           CLOSE DOCESC.

           OPEN EXTEND DOCEMIT.
           IF FS-DOCEMIT EQUAL 35
             OPEN OUTPUT DOCEMIT
           END-IF.
           IF FS-DOCEMIT NOT EQUAL 0
             DISPLAY "SAIDA DOS DOCUMENTOS NAO FOI ABERTA - STATUS "
                     FS-DOCEMIT " - DOCUMENTO " DOC-NUMERO
                     " REGISTRADO SEM IMPRESSAO"
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.

           EVALUATE TRUE
             WHEN TIPO-MATRICULA
               MOVE "DECLARACAO DE MATRICULA" TO WRK-LTI-TITULO
             WHEN TIPO-FREQUENCIA
               MOVE "DECLARACAO DE FREQUENCIA" TO WRK-LTI-TITULO
             WHEN TIPO-NADA-CONSTA
               MOVE "DECLARACAO DE NADA CONSTA FINANCEIRO"
                 TO WRK-LTI-TITULO
             WHEN OTHER
               MOVE "CERTIDAO DE TRANSFERENCIA" TO WRK-LTI-TITULO
           END-EVALUATE.
           MOVE DOC-NUMERO TO WRK-LTI-NUMERO.
           MOVE WRK-LINHA-TITULO TO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE SPACES TO REG-DOCEMIT.
           WRITE REG-DOCEMIT.

           EVALUATE TRUE
             WHEN TIPO-MATRICULA
               PERFORM 0220-TEXTO-MATRICULA
             WHEN TIPO-FREQUENCIA
               PERFORM 0230-TEXTO-FREQUENCIA
             WHEN TIPO-NADA-CONSTA
               PERFORM 0240-TEXTO-NADA-CONSTA
             WHEN OTHER
               PERFORM 0250-TEXTO-TRANSFERENCIA
           END-EVALUATE.

           MOVE WRK-DATA-SISTEMA(7:2) TO WRK-DE-DIA.
           MOVE WRK-DATA-SISTEMA(5:2) TO WRK-DE-MES.
           MOVE WRK-DATA-SISTEMA(1:4) TO WRK-DE-ANO.
           MOVE SPACES TO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           STRING "EMITIDO PELA SECRETARIA EM " WRK-DATA-ED
                  DELIMITED BY SIZE INTO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE SPACES TO REG-DOCEMIT.
           STRING "CODIGO DE VERIFICACAO: " WRK-CODIGO
                  " - CONFIRME NA SECRETARIA PELO NUMERO E CODIGO"
                  DELIMITED BY SIZE INTO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE ALL "=" TO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           CLOSE DOCEMIT.
           ADD 1 TO WRK-ACUM-EMITIDOS.
           DISPLAY "DOCUMENTO " DOC-NUMERO " EMITIDO - CODIGO "
                   WRK-CODIGO.
       0200-PROCESSAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0210-CALCULAR-CODIGO: NUMERO, ALUNO, TIPO, DATA E HORA
      *  (ATE O CENTESIMO) DA EMISSAO, REDUZIDOS MODULO UM PRIMO DE
      *  OITO DIGITOS - O CODIGO NAO SE DEDUZ DOS DADOS IMPRESSOS.
      *--------------------------------------------------------------
       0210-CALCULAR-CODIGO            SECTION.
           EVALUATE TRUE
             WHEN TIPO-MATRICULA   MOVE 3 TO WRK-PESO-TIPO
             WHEN TIPO-FREQUENCIA  MOVE 5 TO WRK-PESO-TIPO
             WHEN TIPO-NADA-CONSTA MOVE 7 TO WRK-PESO-TIPO
             WHEN OTHER            MOVE 9 TO WRK-PESO-TIPO
           END-EVALUATE.
           COMPUTE WRK-CALCULO =
               (WRK-ULTIMO-NUMERO + 1) * 7919
             + WRK-ALU-ID * 104729
             + WRK-HORA-SISTEMA * 31
             + WRK-DATA-SISTEMA * 13
             + WRK-PESO-TIPO * 1000003.
           DIVIDE WRK-CALCULO BY 99999989
             GIVING WRK-QUOCIENTE REMAINDER WRK-CODIGO.

       0220-TEXTO-MATRICULA            SECTION.
           PERFORM 0225-OBTER-ANO-LETIVO.
           MOVE SPACES TO REG-DOCEMIT.
           STRING "DECLARAMOS PARA OS DEVIDOS FINS QUE " WRK-NOME
                  DELIMITED BY SIZE INTO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE SPACES TO REG-DOCEMIT.
           STRING "(MATRICULA " WRK-ALU-ID ") ESTA REGULARMENTE "
                  "MATRICULADO(A) NO NIVEL " WRK-NIVEL
                  DELIMITED BY SIZE INTO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE SPACES TO REG-DOCEMIT.
           STRING "DO ANO LETIVO DE " WRK-ANO-LETIVO
                  ", CURSANDO AS DISCIPLINAS:"
                  DELIMITED BY SIZE INTO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE 1 TO WRK-IND-DISC.
           PERFORM UNTIL WRK-IND-DISC GREATER WRK-QTD-DISC
             IF WRK-DSC-STATUS(WRK-IND-DISC) EQUAL 'A'
               MOVE WRK-DSC-DISCIPLINA(WRK-IND-DISC) TO WRK-LM-DISC
               IF WRK-DSC-TURMA(WRK-IND-DISC) EQUAL ZEROS
                 MOVE "SEM TURMA" TO WRK-LM-TURMA
               ELSE
                 MOVE WRK-DSC-TURMA(WRK-IND-DISC) TO WRK-LM-TURMA
               END-IF
               MOVE WRK-LINHA-MATRIC TO REG-DOCEMIT
               WRITE REG-DOCEMIT
             END-IF
             ADD 1 TO WRK-IND-DISC
           END-PERFORM.

      *    ANO LETIVO DA TURMA DO ALUNO; SEM TURMA, O ANO CORRENTE
       0225-OBTER-ANO-LETIVO           SECTION.
           MOVE WRK-DATA-SISTEMA(1:4) TO WRK-ANO-LETIVO.
           PERFORM 0160-OBTER-CAMINHOS-TURMAS.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL 0
             GO TO 0225-OBTER-SAIDA
           END-IF.
           READ TURMAS NEXT RECORD.
           PERFORM UNTIL FS-TURMAS NOT EQUAL 00
             MOVE 1 TO WRK-IND-DISC
             PERFORM UNTIL WRK-IND-DISC GREATER WRK-QTD-DISC
               IF WRK-DSC-TURMA(WRK-IND-DISC) EQUAL TRM-CODIGO
                  AND WRK-DSC-STATUS(WRK-IND-DISC) EQUAL 'A'
                  AND TRM-ANO IS NUMERIC
                 MOVE TRM-ANO TO WRK-ANO-LETIVO
               END-IF
               ADD 1 TO WRK-IND-DISC
             END-PERFORM
             READ TURMAS NEXT RECORD
           END-PERFORM.
           CLOSE TURMAS.
       0225-OBTER-SAIDA.
           EXIT.

       0230-TEXTO-FREQUENCIA           SECTION.
           MOVE SPACES TO REG-DOCEMIT.
           STRING "DECLARAMOS QUE " WRK-NOME " (MATRICULA "
                  WRK-ALU-ID "), NIVEL " WRK-NIVEL
                  DELIMITED BY SIZE INTO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE "APRESENTA NO PERIODO A SEGUINTE FREQUENCIA:"
             TO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           PERFORM 0128-OBTER-CAMINHO-FREQUENC.
           OPEN INPUT FREQUENCIA.
           IF FS-FREQUENCIA NOT EQUAL 0
             MOVE "     (SEM REGISTRO DE FREQUENCIA NO PERIODO)"
               TO REG-DOCEMIT
             WRITE REG-DOCEMIT
             GO TO 0230-TEXTO-SAIDA
           END-IF.
           READ FREQUENCIA NEXT RECORD.
           PERFORM UNTIL FS-FREQUENCIA NOT EQUAL 00
             IF FRQ-ALU-ID EQUAL WRK-ALU-ID
               MOVE FRQ-DISCIPLINA       TO WRK-LF-DISC
               MOVE FRQ-AULAS-DADAS      TO WRK-LF-DADAS
               MOVE FRQ-AULAS-ASSISTIDAS TO WRK-LF-ASSIST
               IF FRQ-AULAS-DADAS GREATER ZEROS
                 COMPUTE WRK-PERCENTUAL ROUNDED =
                     FRQ-AULAS-ASSISTIDAS * 100 / FRQ-AULAS-DADAS
               ELSE
                 MOVE ZEROS TO WRK-PERCENTUAL
               END-IF
               MOVE WRK-PERCENTUAL TO WRK-LF-PERC
               MOVE WRK-LINHA-FREQ TO REG-DOCEMIT
               WRITE REG-DOCEMIT
             END-IF
             READ FREQUENCIA NEXT RECORD
           END-PERFORM.
           CLOSE FREQUENCIA.
       0230-TEXTO-SAIDA.
           EXIT.

       0240-TEXTO-NADA-CONSTA          SECTION.
           MOVE SPACES TO REG-DOCEMIT.
           IF WRK-RESP-ID GREATER ZEROS
             STRING "DECLARAMOS QUE NADA CONSTA EM NOME DO RESPONSAVEL "
                    WRK-RESP-ID " " WRK-RESP-NOME
                    DELIMITED BY SIZE INTO REG-DOCEMIT
             WRITE REG-DOCEMIT
             MOVE SPACES TO REG-DOCEMIT
             STRING "E DO(A) ALUNO(A) " WRK-NOME " (MATRICULA "
                    WRK-ALU-ID ")"
                    DELIMITED BY SIZE INTO REG-DOCEMIT
           ELSE
             STRING "DECLARAMOS QUE NADA CONSTA EM NOME DO(A) "
                    "ALUNO(A) " WRK-NOME " (MATRICULA " WRK-ALU-ID ")"
                    DELIMITED BY SIZE INTO REG-DOCEMIT
           END-IF.
           WRITE REG-DOCEMIT.
           MOVE "COM RELACAO A MENSALIDADES ESCOLARES ATE A PRESENTE "
             TO REG-DOCEMIT.
           MOVE "DATA." TO REG-DOCEMIT(53:5).
           WRITE REG-DOCEMIT.

      *--------------------------------------------------------------
      *  0250-TEXTO-TRANSFERENCIA: MEDIA PONDERADA 2/3/5, LIMITE POR
      *  DISCIPLINA E RECUPERACAO - AS MESMAS REGRAS DO HISTORICO
      *  ESCOLAR DO PROGRAMA27.
      *--------------------------------------------------------------
       0250-TEXTO-TRANSFERENCIA        SECTION.
           MOVE SPACES TO REG-DOCEMIT.
           STRING "CERTIFICAMOS QUE " WRK-NOME " (MATRICULA "
                  WRK-ALU-ID "), NIVEL " WRK-NIVEL ","
                  DELIMITED BY SIZE INTO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE "OBTEVE NESTE ESTABELECIMENTO OS SEGUINTES RESULTADOS:"
             TO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE ZEROS TO WRK-QTD-RECUPERACOES WRK-QTD-REPROVACOES
                         WRK-SOMA-MEDIAS.
           MOVE 1 TO WRK-IND-DISC.
           PERFORM 0255-APURAR-DISCIPLINA
             UNTIL WRK-IND-DISC GREATER WRK-QTD-DISC.

           COMPUTE WRK-MEDIA-GERAL ROUNDED =
               WRK-SOMA-MEDIAS / WRK-QTD-DISC.
           MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-ED.
           MOVE SPACES TO REG-DOCEMIT.
           STRING "     MEDIA GERAL DO ANO: " WRK-MEDIA-ED
                  DELIMITED BY SIZE INTO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           MOVE SPACES TO REG-DOCEMIT.
           EVALUATE TRUE
             WHEN WRK-QTD-REPROVACOES GREATER ZEROS
               STRING "     RESULTADO: REPROVADO EM "
                      WRK-QTD-REPROVACOES " DISCIPLINA(S)"
                      DELIMITED BY SIZE INTO REG-DOCEMIT
             WHEN WRK-QTD-RECUPERACOES GREATER ZEROS
               STRING "     RESULTADO: APROVADO COM "
                      WRK-QTD-RECUPERACOES " RECUPERACAO(OES)"
                      DELIMITED BY SIZE INTO REG-DOCEMIT
             WHEN OTHER
               MOVE "     RESULTADO: APROVADO EM TODAS"
                 TO REG-DOCEMIT
           END-EVALUATE.
           WRITE REG-DOCEMIT.

       0255-APURAR-DISCIPLINA          SECTION.
           EVALUATE WRK-DSC-DISCIPLINA(WRK-IND-DISC)
             WHEN "MATEMATICA"
               MOVE 7,00 TO WRK-LIMITE
             WHEN "EDUCACAO FISICA"
               MOVE 5,00 TO WRK-LIMITE
             WHEN OTHER
               MOVE 6,00 TO WRK-LIMITE
           END-EVALUATE.
           COMPUTE WRK-MEDIA =
               ((WRK-DSC-NOTA1(WRK-IND-DISC) * WRK-PESO1) +
                (WRK-DSC-NOTA2(WRK-IND-DISC) * WRK-PESO2) +
                (WRK-DSC-NOTA3(WRK-IND-DISC) * WRK-PESO3))
               / WRK-SOMA-PESOS.
           EVALUATE TRUE
             WHEN WRK-MEDIA GREATER 10
               MOVE "NOTAS INVALIDAS" TO WRK-SITUACAO
             WHEN WRK-MEDIA GREATER WRK-LIMITE
               MOVE "APROVADO" TO WRK-SITUACAO
             WHEN WRK-MEDIA GREATER OR EQUAL 3
               ADD 1 TO WRK-QTD-RECUPERACOES
               COMPUTE WRK-MEDIA-FINAL =
                   (WRK-MEDIA + WRK-DSC-NOTA-REC(WRK-IND-DISC)) / 2
               IF WRK-MEDIA-FINAL GREATER OR EQUAL 5
                 MOVE "APROVADO APOS REC." TO WRK-SITUACAO
               ELSE
                 MOVE "REPROVADO APOS REC." TO WRK-SITUACAO
                 ADD 1 TO WRK-QTD-REPROVACOES
               END-IF
             WHEN OTHER
               MOVE "REPROVADO" TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-REPROVACOES
           END-EVALUATE.
           ADD WRK-MEDIA TO WRK-SOMA-MEDIAS.
           MOVE WRK-DSC-DISCIPLINA(WRK-IND-DISC) TO WRK-LD-DISC.
           MOVE WRK-MEDIA                        TO WRK-LD-MEDIA.
           MOVE WRK-SITUACAO                     TO WRK-LD-SITUACAO.
           MOVE WRK-LINHA-DISC TO REG-DOCEMIT.
           WRITE REG-DOCEMIT.
           ADD 1 TO WRK-IND-DISC.

           COPY "CAMALUP.cpy".
           COPY "CAMTRMP.cpy".
           COPY "CAMFRQP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMRSPP.cpy".
           COPY "CAMDOCP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "ALU021"     TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
               MOVE WRK-ACUM-EMITIDOS TO LOG-QTD.
               MOVE 1            TO LOG-QTD-LIDOS.
               MOVE ZEROS        TO LOG-HASH.
               MOVE SPACES       TO LOG-MENSAGEM.
               STRING "DOCUMENTO ESCOLAR TIPO " WRK-TIPO
                      DELIMITED BY SIZE INTO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
