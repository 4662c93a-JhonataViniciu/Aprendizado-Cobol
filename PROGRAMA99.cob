       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA99.
      *=======================================================
      *== AUTOR: JHONATA                 EMPRESA:XPTO
      *== OBJETIVO: VERIFICADOR DE INTEGRIDADE REFERENCIAL ENTRE
      *==           ARQUIVOS - O PROGRAMA32 PROVA QUE CADA ARQUIVO
      *==           CRITICO LE DE PONTA A PONTA; ESTE CONFERE SE OS
      *==           ARQUIVOS CONCORDAM ENTRE SI E APONTA OS ORFAOS E
      *==           AS AMARRAS QUEBRADAS:
      *==           - CLIENTE DO VENDMOV/CONTAREC/CHEQUES/VALEPRES
      *==             FORA DO CLIENTES.DAT (GRAVE) OU SO NO CLIHIST
      *==             (AVISO - CLIENTE EXPURGADO AINDA REFERENCIADO);
      *==           - PRODUTO DO VENDMOV FORA DO PRODUTOS.DAT E DO
      *==             KITDEF.DAT (GRAVE);
      *==           - SALDOS DO ESTFILIA MAIS O EM TRANSITO DO
      *==             TRANSFER QUE NAO FECHAM COM PROD-QTD-ESTOQUE
      *==             (GRAVE);
      *==           - SALDO DOS LOTES DE UM PRODUTO COM CONTROLE DE
      *==             LOTE DIFERENTE DO ESTOQUE (AVISO);
      *==           - ALUNO COM ALU-TURMA OU ALU-RESP-ID INEXISTENTE
      *==             (AVISO);
      *==           - MENSALIDADE DE ALUNO INEXISTENTE (GRAVE);
      *==           - FUNC-CCUSTO FORA DO CCUSTO.DAT (AVISO).
      *==           RODA COMO PASSO DA CADEIA DO PROGRAMA29, SEM
      *==           PERGUNTAS. O NIVEL QUE PARA A CADEIA VEM DO
      *==           CONFIG INTEGRID_NIVEL: G (PADRAO) = SO ACHADO
      *==           GRAVE, A = QUALQUER ACHADO, N = NUNCA (SO
      *==           RELATORIO). ACHADO NO NIVEL DE PARADA GRAVA O
      *==           STATUS 'E' NO BATCHLOG E O CONDUTOR INTERROMPE A
      *==           CADEIA COMO EM QUALQUER PASSO QUE FALHA. OS
      *==           ACHADOS SAEM NO RELATORIO DATADO DO RELGER.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CAMINHO-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CLIHIST ASSIGN TO WRK-CAMINHO-CLIHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIHIST.

           SELECT PRODUTOS ASSIGN TO WRK-CAMINHO-PRODUTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT KITDEF ASSIGN TO WRK-CAMINHO-KITDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KITDEF.

           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT CONTAREC ASSIGN TO WRK-CAMINHO-CONTAREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS FS-CONTAREC.

           SELECT CHEQUES ASSIGN TO WRK-CAMINHO-CHEQUES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHEQUES.

           SELECT VALEPRES ASSIGN TO WRK-CAMINHO-VALEPRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALEPRES.

           SELECT ESTFILIA ASSIGN TO WRK-CAMINHO-ESTFILIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTFILIA.

           SELECT TRANSFER ASSIGN TO WRK-CAMINHO-TRANSFER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSFER.

           SELECT LOTES ASSIGN TO WRK-CAMINHO-LOTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

           SELECT ALUNOS ASSIGN TO WRK-CAMINHO-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS FS-ALUNOS.

           SELECT TURMAS ASSIGN TO WRK-CAMINHO-TURMAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TURMAS.

           SELECT RESPONSAVEIS ASSIGN TO WRK-CAMINHO-RESPONSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPONSAVEIS.

           SELECT MENSALIDADES ASSIGN TO WRK-CAMINHO-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT FUNCIONARIOS ASSIGN TO WRK-CAMINHO-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-ID
               FILE STATUS IS FS-FUNCIONARIOS.

           SELECT CCUSTOS ASSIGN TO WRK-CAMINHO-CCUSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CCUSTOS.

           SELECT RELINTEG ASSIGN TO WRK-CAMINHO-RELINTEG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELINTEG.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
       FD  CLIHIST.
           COPY "CLIHIST.cpy".
       FD  PRODUTOS.
           COPY "PRODUTO.cpy".
       FD  KITDEF.
           COPY "KITDEF.cpy".
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  CONTAREC.
           COPY "CONTAREC.cpy".
       FD  CHEQUES.
           COPY "CHEQUES.cpy".
       FD  VALEPRES.
           COPY "VALEPRES.cpy".
       FD  ESTFILIA.
           COPY "ESTFILIA.cpy".
       FD  TRANSFER.
           COPY "TRANSFER.cpy".
       FD  LOTES.
           COPY "LOTES.cpy".
       FD  ALUNOS.
           COPY "ALUNO.cpy".
       FD  TURMAS.
           COPY "TURMAS.cpy".
       FD  RESPONSAVEIS.
           COPY "RESPONSA.cpy".
       FD  MENSALIDADES.
           COPY "MENSALID.cpy".
       FD  FUNCIONARIOS.
           COPY "FUNCPAY.cpy".
       FD  CCUSTOS.
           COPY "CCUSTO.cpy".
       FD  RELINTEG.
       01  REG-RELINTEG                PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMARQ.cpy".
           COPY "CAMHIS.cpy".
           COPY "CAMPROD.cpy".
           COPY "CAMKIT.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMCRC.cpy".
           COPY "CAMCHQ.cpy".
           COPY "CAMVLP.cpy".
           COPY "CAMEST.cpy".
           COPY "CAMTRF.cpy".
           COPY "CAMLTS.cpy".
           COPY "CAMALU.cpy".
           COPY "CAMTRM.cpy".
           COPY "CAMRSP.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMFUNC.cpy".
           COPY "CAMCCU.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CLIHIST      PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS     PIC 9(02) VALUE ZEROS.
       77  FS-KITDEF       PIC 9(02) VALUE ZEROS.
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-CONTAREC     PIC 9(02) VALUE ZEROS.
       77  FS-CHEQUES      PIC 9(02) VALUE ZEROS.
       77  FS-VALEPRES     PIC 9(02) VALUE ZEROS.
       77  FS-ESTFILIA     PIC 9(02) VALUE ZEROS.
       77  FS-TRANSFER     PIC 9(02) VALUE ZEROS.
       77  FS-LOTES        PIC 9(02) VALUE ZEROS.
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-RESPONSAVEIS PIC 9(02) VALUE ZEROS.
       77  FS-MENSALIDADES PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS PIC 9(02) VALUE ZEROS.
       77  FS-CCUSTOS      PIC 9(02) VALUE ZEROS.
       77  FS-RELINTEG     PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELINTEG PIC X(100) VALUE SPACES.

      *--------------- NIVEL QUE PARA A CADEIA (CONFIG) ----------------
       77  WRK-CFG-NIVEL   PIC X(100) VALUE "G".
       77  WRK-NIVEL-PARADA PIC X(01) VALUE "G".
           88 PARA-EM-GRAVE          VALUE "G".
           88 PARA-EM-AVISO          VALUE "A".
           88 NUNCA-PARA             VALUE "N".

      *--------------- CADASTROS DE REFERENCIA EM MEMORIA --------------
       77  WRK-SW-CLIENTES PIC X(01) VALUE "N".
           88 CLIENTES-ABERTO        VALUE "S".
       77  WRK-SW-PRODUTOS PIC X(01) VALUE "N".
           88 PRODUTOS-ABERTO        VALUE "S".

       01  WRK-TAB-HISTORICO.
           05 WRK-HIS-ID OCCURS 5000 TIMES PIC 9(04).
       77  WRK-QTD-HIS     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-HIS     PIC 9(04) VALUE 5000.
       77  WRK-IND-HIS     PIC 9(04) VALUE ZEROS.

       01  WRK-TAB-KITS.
           05 WRK-KIT-COD OCCURS 500 TIMES PIC 9(05).
       77  WRK-QTD-KIT     PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-KIT     PIC 9(03) VALUE 500.
       77  WRK-IND-KIT     PIC 9(03) VALUE ZEROS.

       01  WRK-TAB-TURMAS.
           05 WRK-TUR-CODIGO OCCURS 500 TIMES PIC 9(03).
       77  WRK-QTD-TUR     PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-TUR     PIC 9(03) VALUE 500.
       77  WRK-IND-TUR     PIC 9(03) VALUE ZEROS.
       77  WRK-SW-TURMAS   PIC X(01) VALUE "N".
           88 TURMAS-CARREGADAS      VALUE "S".

       01  WRK-TAB-RESPONSAVEIS.
           05 WRK-RES-ID OCCURS 3000 TIMES PIC 9(04).
       77  WRK-QTD-RES     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-RES     PIC 9(04) VALUE 3000.
       77  WRK-IND-RES     PIC 9(04) VALUE ZEROS.
       77  WRK-SW-RESP     PIC X(01) VALUE "N".
           88 RESP-CARREGADOS        VALUE "S".

       01  WRK-TAB-CCUSTOS.
           05 WRK-CCU-COD OCCURS 500 TIMES PIC 9(03).
       77  WRK-QTD-CCU     PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-CCU     PIC 9(03) VALUE 500.
       77  WRK-IND-CCU     PIC 9(03) VALUE ZEROS.
       77  WRK-SW-CCUSTOS  PIC X(01) VALUE "N".
           88 CCUSTOS-CARREGADOS     VALUE "S".

      *--- PRODUTOS COM OS SALDOS DAS FILIAIS, TRANSITO E LOTES ---
       01  WRK-TAB-PRD.
           05 WRK-PRD-ITEM OCCURS 2000 TIMES.
              10 WRK-PRD-CODIGO    PIC 9(05).
              10 WRK-PRD-ESTOQUE   PIC 9(05).
              10 WRK-PRD-FILIAIS   PIC 9(07).
              10 WRK-PRD-TRANSITO  PIC 9(07).
              10 WRK-PRD-LOTES     PIC 9(07).
              10 WRK-PRD-SW-LOTE   PIC X(01).
       77  WRK-QTD-PRD     PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-PRD     PIC 9(04) VALUE 2000.
       77  WRK-IND-PRD     PIC 9(04) VALUE ZEROS.
       77  WRK-CODIGO-BUSCA PIC 9(05) VALUE ZEROS.
       77  WRK-SW-PRD      PIC X(01) VALUE "N".
           88 PRODUTO-NA-TABELA      VALUE "S".
       77  WRK-SW-CARGA    PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU      VALUE "S".
       77  WRK-SW-ESTFILIA PIC X(01) VALUE "N".
           88 ESTFILIA-LIDO          VALUE "S".
       77  WRK-ESPERADO    PIC 9(07) VALUE ZEROS.

      *--------------- BUSCAS ------------------------------------------
       77  WRK-CLI-BUSCA   PIC 9(04) VALUE ZEROS.
       77  WRK-SW-CLIENTE  PIC X(01) VALUE "C".
           88 CLIENTE-CADASTRADO     VALUE "C".
           88 CLIENTE-SO-HISTORICO   VALUE "H".
           88 CLIENTE-INEXISTENTE    VALUE "N".
       77  WRK-SW-ACHOU    PIC X(01) VALUE "N".
           88 ITEM-ACHADO            VALUE "S".
       77  WRK-ULT-NOTA    PIC X(04) VALUE SPACES.
       77  WRK-ULT-FILIAL  PIC 9(02) VALUE ZEROS.
       77  WRK-ULT-CLIENTE PIC 9(04) VALUE ZEROS.
       77  WRK-ULT-ALUNO   PIC 9(04) VALUE ZEROS.

      *--------------- ACHADO A REGISTRAR ------------------------------
       77  WRK-AC-NIVEL    PIC X(01) VALUE SPACES.
           88 AC-GRAVE               VALUE "G".
           88 AC-AVISO               VALUE "A".
       77  WRK-AC-ARQUIVO  PIC X(10) VALUE SPACES.
       77  WRK-AC-CHAVE    PIC X(22) VALUE SPACES.
       77  WRK-AC-DESCRICAO PIC X(50) VALUE SPACES.

      *--- UMA CONFERENCIA POR LINHA - ROTULO E QTD DE ACHADOS ---
       01  WRK-TAB-ROTULOS.
           05 FILLER PIC X(24) VALUE "VENDMOV X CLIENTES      ".
           05 FILLER PIC X(24) VALUE "VENDMOV X PRODUTOS      ".
           05 FILLER PIC X(24) VALUE "CONTAREC X CLIENTES     ".
           05 FILLER PIC X(24) VALUE "CHEQUES X CLIENTES      ".
           05 FILLER PIC X(24) VALUE "VALEPRES X CLIENTES     ".
           05 FILLER PIC X(24) VALUE "ESTFILIA X ESTOQUE      ".
           05 FILLER PIC X(24) VALUE "LOTES X ESTOQUE         ".
           05 FILLER PIC X(24) VALUE "ALUNOS X TURMAS         ".
           05 FILLER PIC X(24) VALUE "ALUNOS X RESPONSAVEIS   ".
           05 FILLER PIC X(24) VALUE "MENSALID X ALUNOS       ".
           05 FILLER PIC X(24) VALUE "FUNCIONARIOS X CCUSTO   ".
       01  WRK-TAB-ROTULOS-RED REDEFINES WRK-TAB-ROTULOS.
           05 WRK-VRF-ROTULO OCCURS 11 TIMES PIC X(24).
       01  WRK-TAB-VERIF.
           05 WRK-VRF-QTD    OCCURS 11 TIMES PIC 9(05).
           05 WRK-VRF-SITUACAO OCCURS 11 TIMES PIC X(20).
       77  WRK-IND-VERIF   PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-VERIF   PIC 9(02) VALUE 11.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-LIDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-ACHADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-GRAVES     PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-AVISOS     PIC 9(05) VALUE ZEROS.
       77  WRK-SW-PARAR        PIC X(01) VALUE "N".
           88 CADEIA-DEVE-PARAR          VALUE "S".

      *---------------------- LINHAS DO RELATORIO ----------------------
       01  WRK-TITULOS.
           05 FILLER          PIC X(06) VALUE "NIVEL".
           05 FILLER          PIC X(11) VALUE "ARQUIVO".
           05 FILLER          PIC X(23) VALUE "CHAVE".
           05 FILLER          PIC X(50) VALUE "ACHADO".
       01  WRK-LINHA-ACHADO.
           05 WRK-LA-NIVEL     PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-ARQUIVO   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-CHAVE     PIC X(22).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LA-DESCRICAO PIC X(50).
       01  WRK-LINHA-RESUMO.
           05 WRK-LR-ROTULO    PIC X(24).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-QTD       PIC ZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LR-SITUACAO  PIC X(20).
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO    PIC X(31).
           05 WRK-LT-QTD       PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           CALL "CONFIG" USING
               "INTEGRID_NIVEL      " WRK-CFG-NIVEL.
           IF WRK-CFG-NIVEL(1:1) EQUAL "G" OR EQUAL "A"
                                 OR EQUAL "N"
             MOVE WRK-CFG-NIVEL(1:1) TO WRK-NIVEL-PARADA
           END-IF.

           MOVE ZEROS  TO WRK-TAB-VERIF.
           MOVE 1 TO WRK-IND-VERIF.
           PERFORM UNTIL WRK-IND-VERIF GREATER WRK-QTD-VERIF
             MOVE "CONFERIDO" TO WRK-VRF-SITUACAO(WRK-IND-VERIF)
             ADD 1 TO WRK-IND-VERIF
           END-PERFORM.

           PERFORM 0105-OBTER-CAMINHO-ARQUIVO.
           PERFORM 0112-OBTER-CAMINHO-CLIHIST.
           PERFORM 0107-OBTER-CAMINHO-PRODUTOS.
           PERFORM 0153-OBTER-CAMINHO-KITDEF.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           PERFORM 0124-OBTER-CAMINHO-CONTAREC.
           PERFORM 0135-OBTER-CAMINHO-CHEQUES.
           PERFORM 0136-OBTER-CAMINHO-VALEPRES.
           PERFORM 0148-OBTER-CAMINHO-ESTFILIA.
           PERFORM 0149-OBTER-CAMINHO-TRANSFER.
           PERFORM 0154-OBTER-CAMINHO-LOTES.
           PERFORM 0109-OBTER-CAMINHO-ALUNOS.
           PERFORM 0160-OBTER-CAMINHOS-TURMAS.
           PERFORM 0162-OBTER-CAMINHO-RESPONSA.
           PERFORM 0132-OBTER-CAMINHO-MENSALID.
           PERFORM 0109-OBTER-CAMINHO-FUNCIONARIOS.
           PERFORM 0158-OBTER-CAMINHO-CCUSTO.

           MOVE "INTEGRIDADE" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELINTEG.
           OPEN OUTPUT RELINTEG.
           IF FS-RELINTEG NOT EQUAL 0
             DISPLAY "RELATORIO DE INTEGRIDADE NAO FOI ABERTO - "
                     "STATUS " FS-RELINTEG
             MOVE "PROGRAMA99" TO LOG-JOB
             MOVE "E"          TO LOG-STATUS
             MOVE ZEROS        TO LOG-QTD
             MOVE "RELATORIO DE INTEGRIDADE NAO ABRIU"
               TO LOG-MENSAGEM
             PERFORM 0130-REGISTRAR-LOG
             GOBACK
           END-IF.
           MOVE "INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS"
             TO REG-RELINTEG.
           WRITE REG-RELINTEG.
           MOVE SPACES TO REG-RELINTEG.
           STRING "NIVEL QUE PARA A CADEIA: " WRK-NIVEL-PARADA
                  " (G = GRAVE, A = QUALQUER ACHADO, N = NUNCA)"
             DELIMITED BY SIZE INTO REG-RELINTEG.
           WRITE REG-RELINTEG.
           MOVE SPACES TO REG-RELINTEG.
           WRITE REG-RELINTEG.
           MOVE WRK-TITULOS TO REG-RELINTEG.
           WRITE REG-RELINTEG.

      *    OS DOIS CADASTROS MESTRES FICAM ABERTOS PARA A LEITURA
      *    PELA CHAVE DURANTE TODA A CONFERENCIA
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 0
             SET CLIENTES-ABERTO TO TRUE
           ELSE
             MOVE "G"          TO WRK-AC-NIVEL
             MOVE "CLIENTES"   TO WRK-AC-ARQUIVO
             MOVE SPACES       TO WRK-AC-CHAVE
             MOVE SPACES       TO WRK-AC-DESCRICAO
             STRING "CADASTRO NAO ABRE - STATUS " FS-CLIENTES
               DELIMITED BY SIZE INTO WRK-AC-DESCRICAO
             PERFORM 0290-REGISTRAR-ACHADO
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 0
             SET PRODUTOS-ABERTO TO TRUE
           ELSE
             MOVE "G"          TO WRK-AC-NIVEL
             MOVE "PRODUTOS"   TO WRK-AC-ARQUIVO
             MOVE SPACES       TO WRK-AC-CHAVE
             MOVE SPACES       TO WRK-AC-DESCRICAO
             STRING "CADASTRO NAO ABRE - STATUS " FS-PRODUTOS
               DELIMITED BY SIZE INTO WRK-AC-DESCRICAO
             PERFORM 0290-REGISTRAR-ACHADO
           END-IF.

           PERFORM 0110-CARREGAR-HISTORICO.
           PERFORM 0111-CARREGAR-KITS.
           PERFORM 0113-CARREGAR-PRODUTOS.
           PERFORM 0114-CARREGAR-TURMAS.
           PERFORM 0115-CARREGAR-RESPONSAVEIS.
           PERFORM 0116-CARREGAR-CCUSTOS.

      *--- CLIENTE EXPURGADO PELO ARQ025 - SEM ARQUIVO, TABELA VAZIA ---
       0110-CARREGAR-HISTORICO         SECTION.
           OPEN INPUT CLIHIST.
           IF FS-CLIHIST NOT EQUAL 0
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ CLIHIST NEXT RECORD.
           PERFORM UNTIL FS-CLIHIST NOT EQUAL 00
             IF WRK-QTD-HIS LESS WRK-MAX-HIS
               ADD 1 TO WRK-QTD-HIS
               MOVE HIS-ID TO WRK-HIS-ID(WRK-QTD-HIS)
             END-IF
             READ CLIHIST NEXT RECORD
           END-PERFORM.
           CLOSE CLIHIST.
       0110-CARREGAR-SAIDA.
           EXIT.

      *--- O KIT TEM NUMERACAO PROPRIA, FORA DO CADASTRO DE PRODUTOS ---
       0111-CARREGAR-KITS              SECTION.
           OPEN INPUT KITDEF.
           IF FS-KITDEF NOT EQUAL 0
             GO TO 0111-CARREGAR-SAIDA
           END-IF.
           READ KITDEF NEXT RECORD.
           PERFORM UNTIL FS-KITDEF NOT EQUAL 00
             IF WRK-QTD-KIT LESS WRK-MAX-KIT
               ADD 1 TO WRK-QTD-KIT
               MOVE KIT-CODIGO TO WRK-KIT-COD(WRK-QTD-KIT)
             END-IF
             READ KITDEF NEXT RECORD
           END-PERFORM.
           CLOSE KITDEF.
       0111-CARREGAR-SAIDA.
           EXIT.

       0113-CARREGAR-PRODUTOS          SECTION.
           IF NOT PRODUTOS-ABERTO
             GO TO 0113-CARREGAR-SAIDA
           END-IF.
           MOVE LOW-VALUES TO PROD-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PROD-CODIGO
             INVALID KEY
               GO TO 0113-CARREGAR-SAIDA
           END-START.
           READ PRODUTOS NEXT RECORD.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL 00
             IF WRK-QTD-PRD LESS WRK-MAX-PRD
               ADD 1 TO WRK-QTD-PRD
               MOVE PROD-CODIGO      TO WRK-PRD-CODIGO(WRK-QTD-PRD)
               MOVE PROD-QTD-ESTOQUE TO WRK-PRD-ESTOQUE(WRK-QTD-PRD)
               MOVE ZEROS            TO WRK-PRD-FILIAIS(WRK-QTD-PRD)
               MOVE ZEROS            TO WRK-PRD-TRANSITO(WRK-QTD-PRD)
               MOVE ZEROS            TO WRK-PRD-LOTES(WRK-QTD-PRD)
               MOVE "N"              TO WRK-PRD-SW-LOTE(WRK-QTD-PRD)
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ PRODUTOS NEXT RECORD
           END-PERFORM.
           IF CARGA-TRANSBORDOU
             DISPLAY "ATENCAO: MAIS DE " WRK-MAX-PRD " PRODUTOS - "
                     "OS EXCEDENTES FICAM FORA DA CONFERENCIA DE "
                     "SALDOS"
           END-IF.
       0113-CARREGAR-SAIDA.
           EXIT.

       0114-CARREGAR-TURMAS            SECTION.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL 0
             MOVE "SEM TURMAS.DAT" TO WRK-VRF-SITUACAO(8)
             GO TO 0114-CARREGAR-SAIDA
           END-IF.
           SET TURMAS-CARREGADAS TO TRUE.
           READ TURMAS NEXT RECORD.
           PERFORM UNTIL FS-TURMAS NOT EQUAL 00
             IF WRK-QTD-TUR LESS WRK-MAX-TUR
               ADD 1 TO WRK-QTD-TUR
               MOVE TRM-CODIGO TO WRK-TUR-CODIGO(WRK-QTD-TUR)
             END-IF
             READ TURMAS NEXT RECORD
           END-PERFORM.
           CLOSE TURMAS.
       0114-CARREGAR-SAIDA.
           EXIT.

       0115-CARREGAR-RESPONSAVEIS      SECTION.
           OPEN INPUT RESPONSAVEIS.
           IF FS-RESPONSAVEIS NOT EQUAL 0
             MOVE "SEM RESPONSA.DAT" TO WRK-VRF-SITUACAO(9)
             GO TO 0115-CARREGAR-SAIDA
           END-IF.
           SET RESP-CARREGADOS TO TRUE.
           READ RESPONSAVEIS NEXT RECORD.
           PERFORM UNTIL FS-RESPONSAVEIS NOT EQUAL 00
             IF WRK-QTD-RES LESS WRK-MAX-RES
               ADD 1 TO WRK-QTD-RES
               MOVE RSP-ID TO WRK-RES-ID(WRK-QTD-RES)
             END-IF
             READ RESPONSAVEIS NEXT RECORD
           END-PERFORM.
           CLOSE RESPONSAVEIS.
       0115-CARREGAR-SAIDA.
           EXIT.

       0116-CARREGAR-CCUSTOS           SECTION.
           OPEN INPUT CCUSTOS.
           IF FS-CCUSTOS NOT EQUAL 0
             MOVE "SEM CCUSTO.DAT" TO WRK-VRF-SITUACAO(11)
             GO TO 0116-CARREGAR-SAIDA
           END-IF.
           SET CCUSTOS-CARREGADOS TO TRUE.
           READ CCUSTOS NEXT RECORD.
           PERFORM UNTIL FS-CCUSTOS NOT EQUAL 00
             IF WRK-QTD-CCU LESS WRK-MAX-CCU
               ADD 1 TO WRK-QTD-CCU
               MOVE CCU-CODIGO TO WRK-CCU-COD(WRK-QTD-CCU)
             END-IF
             READ CCUSTOS NEXT RECORD
           END-PERFORM.
           CLOSE CCUSTOS.
       0116-CARREGAR-SAIDA.
           EXIT.

           COPY "CAMARQP.cpy".
           COPY "CAMHISP.cpy".
           COPY "CAMPRODP.cpy".
           COPY "CAMKITP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMCRCP.cpy".
           COPY "CAMCHQP.cpy".
           COPY "CAMVLPP.cpy".
           COPY "CAMESTP.cpy".
           COPY "CAMTRFP.cpy".
           COPY "CAMLTSP.cpy".
           COPY "CAMALUP.cpy".
           COPY "CAMTRMP.cpy".
           COPY "CAMRSPP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMFUNCP.cpy".
           COPY "CAMCCUP.cpy".

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-CONFERIR-VENDMOV.
           PERFORM 0220-CONFERIR-CONTAREC.
           PERFORM 0225-CONFERIR-CHEQUES.
           PERFORM 0230-CONFERIR-VALEPRES.
           PERFORM 0240-CONFERIR-ESTFILIA.
           PERFORM 0250-CONFERIR-LOTES.
           PERFORM 0260-CONFERIR-ALUNOS.
           PERFORM 0265-CONFERIR-MENSALIDADES.
           PERFORM 0270-CONFERIR-FUNCIONARIOS.
           PERFORM 0295-IMPRIMIR-RESUMO.
           CLOSE RELINTEG.
           IF CLIENTES-ABERTO
             CLOSE CLIENTES
           END-IF.
           IF PRODUTOS-ABERTO
             CLOSE PRODUTOS
           END-IF.

           DISPLAY "REGISTROS CONFERIDOS........: " WRK-ACUM-LIDOS.
           DISPLAY "ACHADOS GRAVES..............: " WRK-ACUM-GRAVES.
           DISPLAY "AVISOS......................: " WRK-ACUM-AVISOS.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELINTEG.

      *--------------------------------------------------------------
      *  0210-CONFERIR-VENDMOV: O CLIENTE E CONFERIDO UMA VEZ POR
      *  NOTA (AS LINHAS DA NOTA SAO SEGUIDAS); O PRODUTO, EM CADA
      *  LINHA. CLIENTE ZERO (CONSUMIDOR) E CODIGO ZERO (FRETE) NAO
      *  APONTAM PARA CADASTRO NENHUM.
      *--------------------------------------------------------------
       0210-CONFERIR-VENDMOV           SECTION.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             MOVE "SEM VENDMOV.DAT" TO WRK-VRF-SITUACAO(1)
             MOVE "SEM VENDMOV.DAT" TO WRK-VRF-SITUACAO(2)
             GO TO 0210-CONFERIR-SAIDA
           END-IF.
           MOVE SPACES TO WRK-ULT-NOTA.
           MOVE ZEROS  TO WRK-ULT-FILIAL.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             IF MOV-ID-CLIENTE GREATER ZEROS
                AND (MOV-NOTA NOT EQUAL WRK-ULT-NOTA
                     OR MOV-FILIAL NOT EQUAL WRK-ULT-FILIAL)
               MOVE MOV-ID-CLIENTE TO WRK-CLI-BUSCA
               PERFORM 0215-LOCALIZAR-CLIENTE
               IF NOT CLIENTE-CADASTRADO
                 MOVE 1         TO WRK-IND-VERIF
                 MOVE "VENDMOV" TO WRK-AC-ARQUIVO
                 MOVE SPACES    TO WRK-AC-CHAVE
                 STRING "NOTA " MOV-NOTA " FILIAL " MOV-FILIAL
                   DELIMITED BY SIZE INTO WRK-AC-CHAVE
                 PERFORM 0216-APONTAR-CLIENTE
               END-IF
             END-IF
             MOVE MOV-NOTA   TO WRK-ULT-NOTA
             MOVE MOV-FILIAL TO WRK-ULT-FILIAL

             IF MOV-CODIGO GREATER ZEROS AND PRODUTOS-ABERTO
               MOVE MOV-CODIGO TO PROD-CODIGO
               READ PRODUTOS KEY IS PROD-CODIGO
                 INVALID KEY
                   PERFORM 0217-LOCALIZAR-KIT
                   IF NOT ITEM-ACHADO
                     MOVE 2          TO WRK-IND-VERIF
                     MOVE "G"        TO WRK-AC-NIVEL
                     MOVE "VENDMOV"  TO WRK-AC-ARQUIVO
                     MOVE SPACES     TO WRK-AC-CHAVE
                     STRING "NOTA " MOV-NOTA " FILIAL " MOV-FILIAL
                       DELIMITED BY SIZE INTO WRK-AC-CHAVE
                     MOVE SPACES     TO WRK-AC-DESCRICAO
                     STRING "PRODUTO " MOV-CODIGO " FORA DO "
                            "PRODUTOS.DAT E DO KITDEF.DAT"
                       DELIMITED BY SIZE INTO WRK-AC-DESCRICAO
                     PERFORM 0290-REGISTRAR-ACHADO
                   END-IF
               END-READ
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0210-CONFERIR-SAIDA.
           EXIT.

      *--- WRK-CLI-BUSCA NO CADASTRO; SE NAO ESTA, NO HISTORICO ---
       0215-LOCALIZAR-CLIENTE          SECTION.
           SET CLIENTE-CADASTRADO TO TRUE.
           IF NOT CLIENTES-ABERTO
             GO TO 0215-LOCALIZAR-SAIDA
           END-IF.
           MOVE WRK-CLI-BUSCA TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               SET CLIENTE-INEXISTENTE TO TRUE
           END-READ.
           IF CLIENTE-CADASTRADO
             GO TO 0215-LOCALIZAR-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-HIS.
           PERFORM UNTIL WRK-IND-HIS GREATER WRK-QTD-HIS
                      OR CLIENTE-SO-HISTORICO
             IF WRK-HIS-ID(WRK-IND-HIS) EQUAL WRK-CLI-BUSCA
               SET CLIENTE-SO-HISTORICO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-HIS
             END-IF
           END-PERFORM.
       0215-LOCALIZAR-SAIDA.
           EXIT.

      *--- O CHAMADOR JA MONTOU ARQUIVO, CHAVE E CONFERENCIA ---
       0216-APONTAR-CLIENTE            SECTION.
           MOVE SPACES TO WRK-AC-DESCRICAO.
           IF CLIENTE-SO-HISTORICO
             MOVE "A" TO WRK-AC-NIVEL
             STRING "CLIENTE " WRK-CLI-BUSCA " SO NO HISTORICO "
                    "(CLIHIST)" DELIMITED BY SIZE
               INTO WRK-AC-DESCRICAO
           ELSE
             MOVE "G" TO WRK-AC-NIVEL
             STRING "CLIENTE " WRK-CLI-BUSCA " FORA DO CLIENTES.DAT"
                    DELIMITED BY SIZE INTO WRK-AC-DESCRICAO
           END-IF.
           PERFORM 0290-REGISTRAR-ACHADO.

       0217-LOCALIZAR-KIT              SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           MOVE 1   TO WRK-IND-KIT.
           PERFORM UNTIL WRK-IND-KIT GREATER WRK-QTD-KIT
                      OR ITEM-ACHADO
             IF WRK-KIT-COD(WRK-IND-KIT) EQUAL MOV-CODIGO
               SET ITEM-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-KIT
             END-IF
           END-PERFORM.

      *--- O ARQUIVO ESTA NA ORDEM DO CLIENTE: UMA CONFERENCIA POR ---
      *--- CLIENTE, APONTANDO A PRIMEIRA PARCELA                   ---
       0220-CONFERIR-CONTAREC          SECTION.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC NOT EQUAL 0
             MOVE "SEM CONTAREC.DAT" TO WRK-VRF-SITUACAO(3)
             GO TO 0220-CONFERIR-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-ULT-CLIENTE.
           READ CONTAREC NEXT RECORD.
           PERFORM UNTIL FS-CONTAREC NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             IF CRC-ID-CLIENTE GREATER ZEROS
                AND CRC-ID-CLIENTE NOT EQUAL WRK-ULT-CLIENTE
               MOVE CRC-ID-CLIENTE TO WRK-CLI-BUSCA
               PERFORM 0215-LOCALIZAR-CLIENTE
               IF NOT CLIENTE-CADASTRADO
                 MOVE 3          TO WRK-IND-VERIF
                 MOVE "CONTAREC" TO WRK-AC-ARQUIVO
                 MOVE SPACES     TO WRK-AC-CHAVE
                 STRING "NOTA " CRC-NOTA " PARCELA " CRC-PARCELA
                   DELIMITED BY SIZE INTO WRK-AC-CHAVE
                 PERFORM 0216-APONTAR-CLIENTE
               END-IF
             END-IF
             MOVE CRC-ID-CLIENTE TO WRK-ULT-CLIENTE
             READ CONTAREC NEXT RECORD
           END-PERFORM.
           CLOSE CONTAREC.
       0220-CONFERIR-SAIDA.
           EXIT.

       0225-CONFERIR-CHEQUES           SECTION.
           OPEN INPUT CHEQUES.
           IF FS-CHEQUES NOT EQUAL 0
             MOVE "SEM CHEQUES.DAT" TO WRK-VRF-SITUACAO(4)
             GO TO 0225-CONFERIR-SAIDA
           END-IF.
           READ CHEQUES NEXT RECORD.
           PERFORM UNTIL FS-CHEQUES NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             IF CHQ-ID-CLIENTE GREATER ZEROS
               MOVE CHQ-ID-CLIENTE TO WRK-CLI-BUSCA
               PERFORM 0215-LOCALIZAR-CLIENTE
               IF NOT CLIENTE-CADASTRADO
                 MOVE 4         TO WRK-IND-VERIF
                 MOVE "CHEQUES" TO WRK-AC-ARQUIVO
                 MOVE SPACES    TO WRK-AC-CHAVE
                 STRING "BANCO " CHQ-BANCO " NUM " CHQ-NUMERO
                   DELIMITED BY SIZE INTO WRK-AC-CHAVE
                 PERFORM 0216-APONTAR-CLIENTE
               END-IF
             END-IF
             READ CHEQUES NEXT RECORD
           END-PERFORM.
           CLOSE CHEQUES.
       0225-CONFERIR-SAIDA.
           EXIT.

       0230-CONFERIR-VALEPRES          SECTION.
           OPEN INPUT VALEPRES.
           IF FS-VALEPRES NOT EQUAL 0
             MOVE "SEM VALEPRES.DAT" TO WRK-VRF-SITUACAO(5)
             GO TO 0230-CONFERIR-SAIDA
           END-IF.
           READ VALEPRES NEXT RECORD.
           PERFORM UNTIL FS-VALEPRES NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             IF VLP-ID-CLIENTE GREATER ZEROS
               MOVE VLP-ID-CLIENTE TO WRK-CLI-BUSCA
               PERFORM 0215-LOCALIZAR-CLIENTE
               IF NOT CLIENTE-CADASTRADO
                 MOVE 5          TO WRK-IND-VERIF
                 MOVE "VALEPRES" TO WRK-AC-ARQUIVO
                 MOVE SPACES     TO WRK-AC-CHAVE
                 STRING "VALE " VLP-NUMERO
                   DELIMITED BY SIZE INTO WRK-AC-CHAVE
                 PERFORM 0216-APONTAR-CLIENTE
               END-IF
             END-IF
             READ VALEPRES NEXT RECORD
           END-PERFORM.
           CLOSE VALEPRES.
       0230-CONFERIR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0240-CONFERIR-ESTFILIA: O TOTAL DA EMPRESA NO CADASTRO TEM
      *  QUE SER A SOMA DOS SALDOS DAS FILIAIS MAIS O QUE ESTA EM
      *  TRANSITO NAS TRANSFERENCIAS AINDA NAO CONFIRMADAS.
      *--------------------------------------------------------------
       0240-CONFERIR-ESTFILIA          SECTION.
           IF NOT PRODUTOS-ABERTO
             MOVE "SEM PRODUTOS.DAT" TO WRK-VRF-SITUACAO(6)
             GO TO 0240-CONFERIR-SAIDA
           END-IF.
           OPEN INPUT ESTFILIA.
           IF FS-ESTFILIA NOT EQUAL 0
             MOVE "SEM ESTFILIA.DAT" TO WRK-VRF-SITUACAO(6)
             GO TO 0240-CONFERIR-SAIDA
           END-IF.
           SET ESTFILIA-LIDO TO TRUE.
           MOVE 6 TO WRK-IND-VERIF.
           READ ESTFILIA NEXT RECORD.
           PERFORM UNTIL FS-ESTFILIA NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             MOVE EST-CODIGO TO WRK-CODIGO-BUSCA
             PERFORM 0280-LOCALIZAR-PRODUTO
             IF PRODUTO-NA-TABELA
               ADD EST-QTD TO WRK-PRD-FILIAIS(WRK-IND-PRD)
             ELSE
               PERFORM 0285-CONFERIR-FORA-TABELA
               IF NOT ITEM-ACHADO
                 MOVE "G"        TO WRK-AC-NIVEL
                 MOVE "ESTFILIA" TO WRK-AC-ARQUIVO
                 MOVE SPACES     TO WRK-AC-CHAVE
                 STRING "FILIAL " EST-FILIAL " PRODUTO " EST-CODIGO
                   DELIMITED BY SIZE INTO WRK-AC-CHAVE
                 MOVE "SALDO DE PRODUTO FORA DO PRODUTOS.DAT"
                   TO WRK-AC-DESCRICAO
                 PERFORM 0290-REGISTRAR-ACHADO
               END-IF
             END-IF
             READ ESTFILIA NEXT RECORD
           END-PERFORM.
           CLOSE ESTFILIA.

           OPEN INPUT TRANSFER.
           IF FS-TRANSFER EQUAL 0
             READ TRANSFER NEXT RECORD
             PERFORM UNTIL FS-TRANSFER NOT EQUAL 00
               ADD 1 TO WRK-ACUM-LIDOS
               IF TRF-EM-TRANSITO
                 MOVE TRF-CODIGO TO WRK-CODIGO-BUSCA
                 PERFORM 0280-LOCALIZAR-PRODUTO
                 IF PRODUTO-NA-TABELA
                   ADD TRF-QTD TO WRK-PRD-TRANSITO(WRK-IND-PRD)
                 END-IF
               END-IF
               READ TRANSFER NEXT RECORD
             END-PERFORM
             CLOSE TRANSFER
           END-IF.

           MOVE 1 TO WRK-IND-PRD.
           PERFORM UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD
             COMPUTE WRK-ESPERADO = WRK-PRD-FILIAIS(WRK-IND-PRD)
                                  + WRK-PRD-TRANSITO(WRK-IND-PRD)
             IF WRK-ESPERADO NOT EQUAL WRK-PRD-ESTOQUE(WRK-IND-PRD)
               MOVE "G"        TO WRK-AC-NIVEL
               MOVE "ESTFILIA" TO WRK-AC-ARQUIVO
               MOVE SPACES     TO WRK-AC-CHAVE
               STRING "PRODUTO " WRK-PRD-CODIGO(WRK-IND-PRD)
                 DELIMITED BY SIZE INTO WRK-AC-CHAVE
               MOVE SPACES     TO WRK-AC-DESCRICAO
               STRING "FILIAIS " WRK-PRD-FILIAIS(WRK-IND-PRD)
                      " + TRANSITO " WRK-PRD-TRANSITO(WRK-IND-PRD)
                      " <> ESTOQUE " WRK-PRD-ESTOQUE(WRK-IND-PRD)
                 DELIMITED BY SIZE INTO WRK-AC-DESCRICAO
               PERFORM 0290-REGISTRAR-ACHADO
             END-IF
             ADD 1 TO WRK-IND-PRD
           END-PERFORM.
       0240-CONFERIR-SAIDA.
           EXIT.

      *--- SO O PRODUTO COM LINHA NO LOTES.DAT TEM CONTROLE DE LOTE ---
       0250-CONFERIR-LOTES             SECTION.
           IF NOT PRODUTOS-ABERTO
             MOVE "SEM PRODUTOS.DAT" TO WRK-VRF-SITUACAO(7)
             GO TO 0250-CONFERIR-SAIDA
           END-IF.
           OPEN INPUT LOTES.
           IF FS-LOTES NOT EQUAL 0
             MOVE "SEM LOTES.DAT" TO WRK-VRF-SITUACAO(7)
             GO TO 0250-CONFERIR-SAIDA
           END-IF.
           MOVE 7 TO WRK-IND-VERIF.
           READ LOTES NEXT RECORD.
           PERFORM UNTIL FS-LOTES NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             MOVE LOT-CODIGO TO WRK-CODIGO-BUSCA
             PERFORM 0280-LOCALIZAR-PRODUTO
             IF PRODUTO-NA-TABELA
               ADD LOT-QTD TO WRK-PRD-LOTES(WRK-IND-PRD)
               MOVE "S"    TO WRK-PRD-SW-LOTE(WRK-IND-PRD)
             ELSE
               PERFORM 0285-CONFERIR-FORA-TABELA
               IF NOT ITEM-ACHADO
                 MOVE "A"        TO WRK-AC-NIVEL
                 MOVE "LOTES"    TO WRK-AC-ARQUIVO
                 MOVE SPACES     TO WRK-AC-CHAVE
                 STRING "PRODUTO " LOT-CODIGO " LOTE " LOT-NUMERO
                   DELIMITED BY SIZE INTO WRK-AC-CHAVE
                 MOVE "LOTE DE PRODUTO FORA DO PRODUTOS.DAT"
                   TO WRK-AC-DESCRICAO
                 PERFORM 0290-REGISTRAR-ACHADO
               END-IF
             END-IF
             READ LOTES NEXT RECORD
           END-PERFORM.
           CLOSE LOTES.

           MOVE 1 TO WRK-IND-PRD.
           PERFORM UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD
             IF WRK-PRD-SW-LOTE(WRK-IND-PRD) EQUAL "S"
                AND WRK-PRD-LOTES(WRK-IND-PRD)
                    NOT EQUAL WRK-PRD-ESTOQUE(WRK-IND-PRD)
               MOVE "A"        TO WRK-AC-NIVEL
               MOVE "LOTES"    TO WRK-AC-ARQUIVO
               MOVE SPACES     TO WRK-AC-CHAVE
               STRING "PRODUTO " WRK-PRD-CODIGO(WRK-IND-PRD)
                 DELIMITED BY SIZE INTO WRK-AC-CHAVE
               MOVE SPACES     TO WRK-AC-DESCRICAO
               STRING "SALDO DOS LOTES " WRK-PRD-LOTES(WRK-IND-PRD)
                      " <> ESTOQUE " WRK-PRD-ESTOQUE(WRK-IND-PRD)
                 DELIMITED BY SIZE INTO WRK-AC-DESCRICAO
               PERFORM 0290-REGISTRAR-ACHADO
             END-IF
             ADD 1 TO WRK-IND-PRD
           END-PERFORM.
       0250-CONFERIR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0260-CONFERIR-ALUNOS: A TURMA E POR DISCIPLINA (CADA
      *  REGISTRO); O RESPONSAVEL E DO ALUNO (UMA VEZ POR ALU-ID).
      *  ZEROS = SEM TURMA / SEM RESPONSAVEL. O ARQUIVO FICA ABERTO
      *  PARA A CONFERENCIA DAS MENSALIDADES.
      *--------------------------------------------------------------
       0260-CONFERIR-ALUNOS            SECTION.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL 0
             MOVE "SEM ALUNOS.DAT" TO WRK-VRF-SITUACAO(8)
             MOVE "SEM ALUNOS.DAT" TO WRK-VRF-SITUACAO(9)
             MOVE "SEM ALUNOS.DAT" TO WRK-VRF-SITUACAO(10)
             GO TO 0260-CONFERIR-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-ULT-ALUNO.
           READ ALUNOS NEXT RECORD.
           PERFORM UNTIL FS-ALUNOS NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             IF TURMAS-CARREGADAS AND ALU-TURMA IS NUMERIC
                AND ALU-TURMA GREATER ZEROS
               MOVE "N" TO WRK-SW-ACHOU
               MOVE 1   TO WRK-IND-TUR
               PERFORM UNTIL WRK-IND-TUR GREATER WRK-QTD-TUR
                          OR ITEM-ACHADO
                 IF WRK-TUR-CODIGO(WRK-IND-TUR) EQUAL ALU-TURMA
                   SET ITEM-ACHADO TO TRUE
                 ELSE
                   ADD 1 TO WRK-IND-TUR
                 END-IF
               END-PERFORM
               IF NOT ITEM-ACHADO
                 MOVE 8        TO WRK-IND-VERIF
                 MOVE "A"      TO WRK-AC-NIVEL
                 MOVE "ALUNOS" TO WRK-AC-ARQUIVO
                 MOVE SPACES   TO WRK-AC-CHAVE
                 STRING "ALUNO " ALU-ID " " ALU-DISCIPLINA
                   DELIMITED BY SIZE INTO WRK-AC-CHAVE
                 MOVE SPACES   TO WRK-AC-DESCRICAO
                 STRING "TURMA " ALU-TURMA " FORA DO TURMAS.DAT"
                   DELIMITED BY SIZE INTO WRK-AC-DESCRICAO
                 PERFORM 0290-REGISTRAR-ACHADO
               END-IF
             END-IF

             IF RESP-CARREGADOS AND ALU-ID NOT EQUAL WRK-ULT-ALUNO
                AND ALU-RESP-ID IS NUMERIC
                AND ALU-RESP-ID GREATER ZEROS
               MOVE "N" TO WRK-SW-ACHOU
               MOVE 1   TO WRK-IND-RES
               PERFORM UNTIL WRK-IND-RES GREATER WRK-QTD-RES
                          OR ITEM-ACHADO
                 IF WRK-RES-ID(WRK-IND-RES) EQUAL ALU-RESP-ID
                   SET ITEM-ACHADO TO TRUE
                 ELSE
                   ADD 1 TO WRK-IND-RES
                 END-IF
               END-PERFORM
               IF NOT ITEM-ACHADO
                 MOVE 9        TO WRK-IND-VERIF
                 MOVE "A"      TO WRK-AC-NIVEL
                 MOVE "ALUNOS" TO WRK-AC-ARQUIVO
                 MOVE SPACES   TO WRK-AC-CHAVE
                 STRING "ALUNO " ALU-ID
                   DELIMITED BY SIZE INTO WRK-AC-CHAVE
                 MOVE SPACES   TO WRK-AC-DESCRICAO
                 STRING "RESPONSAVEL " ALU-RESP-ID
                        " FORA DO RESPONSA.DAT"
                   DELIMITED BY SIZE INTO WRK-AC-DESCRICAO
                 PERFORM 0290-REGISTRAR-ACHADO
               END-IF
             END-IF
             MOVE ALU-ID TO WRK-ULT-ALUNO
             READ ALUNOS NEXT RECORD
           END-PERFORM.
       0260-CONFERIR-SAIDA.
           EXIT.

      *--- O ALUNO DA MENSALIDADE E PROCURADO PELO INICIO DA CHAVE ---
       0265-CONFERIR-MENSALIDADES      SECTION.
           IF FS-ALUNOS NOT EQUAL 10
             GO TO 0265-CONFERIR-SAIDA
           END-IF.
           OPEN INPUT MENSALIDADES.
           IF FS-MENSALIDADES NOT EQUAL 0
             MOVE "SEM MENSALID.DAT" TO WRK-VRF-SITUACAO(10)
             CLOSE ALUNOS
             GO TO 0265-CONFERIR-SAIDA
           END-IF.
           READ MENSALIDADES NEXT RECORD.
           PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             MOVE "N"        TO WRK-SW-ACHOU
             MOVE LOW-VALUES TO ALU-CHAVE
             MOVE MEN-ALU-ID TO ALU-ID
             START ALUNOS KEY IS NOT LESS THAN ALU-CHAVE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 READ ALUNOS NEXT RECORD
                 IF FS-ALUNOS EQUAL 00 AND ALU-ID EQUAL MEN-ALU-ID
                   SET ITEM-ACHADO TO TRUE
                 END-IF
             END-START
             IF NOT ITEM-ACHADO
               MOVE 10         TO WRK-IND-VERIF
               MOVE "G"        TO WRK-AC-NIVEL
               MOVE "MENSALID" TO WRK-AC-ARQUIVO
               MOVE SPACES     TO WRK-AC-CHAVE
               STRING "COMP " MEN-COMPETENCIA " ALUNO " MEN-ALU-ID
                 DELIMITED BY SIZE INTO WRK-AC-CHAVE
               MOVE "MENSALIDADE DE ALUNO FORA DO ALUNOS.DAT"
                 TO WRK-AC-DESCRICAO
               PERFORM 0290-REGISTRAR-ACHADO
             END-IF
             READ MENSALIDADES NEXT RECORD
           END-PERFORM.
           CLOSE MENSALIDADES.
           CLOSE ALUNOS.
       0265-CONFERIR-SAIDA.
           EXIT.

       0270-CONFERIR-FUNCIONARIOS      SECTION.
           IF NOT CCUSTOS-CARREGADOS
             GO TO 0270-CONFERIR-SAIDA
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 0
             MOVE "SEM FUNCIONARIOS" TO WRK-VRF-SITUACAO(11)
             GO TO 0270-CONFERIR-SAIDA
           END-IF.
           READ FUNCIONARIOS NEXT RECORD.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             IF FUNC-CCUSTO IS NUMERIC AND FUNC-CCUSTO GREATER ZEROS
               MOVE "N" TO WRK-SW-ACHOU
               MOVE 1   TO WRK-IND-CCU
               PERFORM UNTIL WRK-IND-CCU GREATER WRK-QTD-CCU
                          OR ITEM-ACHADO
                 IF WRK-CCU-COD(WRK-IND-CCU) EQUAL FUNC-CCUSTO
                   SET ITEM-ACHADO TO TRUE
                 ELSE
                   ADD 1 TO WRK-IND-CCU
                 END-IF
               END-PERFORM
               IF NOT ITEM-ACHADO
                 MOVE 11             TO WRK-IND-VERIF
                 MOVE "A"            TO WRK-AC-NIVEL
                 MOVE "FUNCIONARI"   TO WRK-AC-ARQUIVO
                 MOVE SPACES         TO WRK-AC-CHAVE
                 STRING "FUNCIONARIO " FUNC-ID
                   DELIMITED BY SIZE INTO WRK-AC-CHAVE
                 MOVE SPACES         TO WRK-AC-DESCRICAO
                 STRING "CENTRO DE CUSTO " FUNC-CCUSTO
                        " FORA DO CCUSTO.DAT"
                   DELIMITED BY SIZE INTO WRK-AC-DESCRICAO
                 PERFORM 0290-REGISTRAR-ACHADO
               END-IF
             END-IF
             READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.
           CLOSE FUNCIONARIOS.
       0270-CONFERIR-SAIDA.
           EXIT.

      *--- BUSCA DO CODIGO EM WRK-CODIGO-BUSCA NA TABELA ---
       0280-LOCALIZAR-PRODUTO          SECTION.
           MOVE 1   TO WRK-IND-PRD.
           MOVE "N" TO WRK-SW-PRD.
           PERFORM UNTIL WRK-IND-PRD GREATER WRK-QTD-PRD
                      OR PRODUTO-NA-TABELA
             IF WRK-PRD-CODIGO(WRK-IND-PRD) EQUAL WRK-CODIGO-BUSCA
               SET PRODUTO-NA-TABELA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-PRD
             END-IF
           END-PERFORM.

      *--- FORA DA TABELA SO E ORFAO SE TAMBEM NAO ESTA NO CADASTRO ---
      *--- (A TABELA PODE TER TRANSBORDADO)                          ---
       0285-CONFERIR-FORA-TABELA       SECTION.
           MOVE "N" TO WRK-SW-ACHOU.
           IF CARGA-TRANSBORDOU
             MOVE WRK-CODIGO-BUSCA TO PROD-CODIGO
             READ PRODUTOS KEY IS PROD-CODIGO
               NOT INVALID KEY
                 SET ITEM-ACHADO TO TRUE
             END-READ
           END-IF.

      *--------------------------------------------------------------
      *  0290-REGISTRAR-ACHADO: UMA LINHA NO RELATORIO E A CONTAGEM
      *  POR NIVEL E POR CONFERENCIA (WRK-IND-VERIF; ZERO = ACHADO
      *  GERAL, COMO CADASTRO QUE NAO ABRE).
      *--------------------------------------------------------------
       0290-REGISTRAR-ACHADO           SECTION.
           ADD 1 TO WRK-ACUM-ACHADOS.
           IF AC-GRAVE
             ADD 1 TO WRK-ACUM-GRAVES
             MOVE "GRAVE" TO WRK-LA-NIVEL
           ELSE
             ADD 1 TO WRK-ACUM-AVISOS
             MOVE "AVISO" TO WRK-LA-NIVEL
           END-IF.
           IF WRK-IND-VERIF GREATER ZEROS
             ADD 1 TO WRK-VRF-QTD(WRK-IND-VERIF)
           END-IF.
           MOVE WRK-AC-ARQUIVO   TO WRK-LA-ARQUIVO.
           MOVE WRK-AC-CHAVE     TO WRK-LA-CHAVE.
           MOVE WRK-AC-DESCRICAO TO WRK-LA-DESCRICAO.
           MOVE WRK-LINHA-ACHADO TO REG-RELINTEG.
           WRITE REG-RELINTEG.

       0295-IMPRIMIR-RESUMO            SECTION.
           IF WRK-ACUM-ACHADOS EQUAL ZEROS
             MOVE "NENHUM ACHADO - ARQUIVOS CONSISTENTES ENTRE SI"
               TO REG-RELINTEG
             WRITE REG-RELINTEG
           END-IF.
           MOVE SPACES TO REG-RELINTEG.
           WRITE REG-RELINTEG.
           MOVE "RESUMO POR CONFERENCIA" TO REG-RELINTEG.
           WRITE REG-RELINTEG.
           MOVE 1 TO WRK-IND-VERIF.
           PERFORM UNTIL WRK-IND-VERIF GREATER WRK-QTD-VERIF
             MOVE WRK-VRF-ROTULO(WRK-IND-VERIF)   TO WRK-LR-ROTULO
             MOVE WRK-VRF-QTD(WRK-IND-VERIF)      TO WRK-LR-QTD
             MOVE WRK-VRF-SITUACAO(WRK-IND-VERIF) TO WRK-LR-SITUACAO
             MOVE WRK-LINHA-RESUMO TO REG-RELINTEG
             WRITE REG-RELINTEG
             ADD 1 TO WRK-IND-VERIF
           END-PERFORM.
           MOVE SPACES TO REG-RELINTEG.
           WRITE REG-RELINTEG.
           MOVE "ACHADOS GRAVES"  TO WRK-LT-ROTULO.
           MOVE WRK-ACUM-GRAVES   TO WRK-LT-QTD.
           MOVE WRK-LINHA-TOT     TO REG-RELINTEG.
           WRITE REG-RELINTEG.
           MOVE "AVISOS"          TO WRK-LT-ROTULO.
           MOVE WRK-ACUM-AVISOS   TO WRK-LT-QTD.
           MOVE WRK-LINHA-TOT     TO REG-RELINTEG.
           WRITE REG-RELINTEG.

       0300-FINALIZAR                  SECTION.
               EVALUATE TRUE
                 WHEN NUNCA-PARA
                   CONTINUE
                 WHEN PARA-EM-AVISO
                   IF WRK-ACUM-ACHADOS GREATER ZEROS
                     SET CADEIA-DEVE-PARAR TO TRUE
                   END-IF
                 WHEN OTHER
                   IF WRK-ACUM-GRAVES GREATER ZEROS
                     SET CADEIA-DEVE-PARAR TO TRUE
                   END-IF
               END-EVALUATE.
               MOVE "PROGRAMA99" TO LOG-JOB.
               IF CADEIA-DEVE-PARAR
                 DISPLAY "*** INTEGRIDADE COM ACHADOS NO NIVEL DE "
                         "PARADA - CORRIJA ANTES DE SEGUIR A CADEIA "
                         "***"
                 MOVE "E" TO LOG-STATUS
               ELSE
                 MOVE "S" TO LOG-STATUS
               END-IF.
               MOVE WRK-ACUM-ACHADOS TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS   TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-GRAVES  TO LOG-QTD-REJEITADOS.
               MOVE ZEROS            TO LOG-HASH.
               MOVE "INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS"
                 TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
