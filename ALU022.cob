       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALU022.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: FATURA UNICA DA FAMILIA - PARA OS RESPONSAVEIS
      *==            QUE OPTARAM (RSP-FATURA-FAMILIA = 'S', ALU011),
      *==            AGRUPA AS MENSALIDADES EM ABERTO DOS FILHOS NA
      *==            COMPETENCIA (JA COM O DESCONTO DE IRMAOS E A
      *==            BOLSA APLICADOS PELO ALU007) NUMA FATURA DE
      *==            FAMILIA (FATFAM.DAT) E IMPRIME O DOCUMENTO COM
      *==            OS FILHOS ITEMIZADOS E O BOLETO UNICO. SO HA
      *==            FATURA COM DOIS OU MAIS FILHOS EM ABERTO - O
      *==            FILHO UNICO SEGUE COM O BOLETO PROPRIO.
      *==            RODA DEPOIS DO FATURAMENTO (ALU007) E ANTES DA
      *==            REMESSA (PROGRAMA48), QUE PASSA A MANDAR A
      *==            FATURA NA CARTEIRA F NO LUGAR DAS MENSALIDADES
      *==            AGRUPADAS. RERODAR NA COMPETENCIA REFAZ A
      *==            COMPOSICAO (IRMAO MATRICULADO DEPOIS) ENQUANTO A
      *==            FATURA NAO TEM PAGAMENTO. O PAGAMENTO PARCIAL E
      *==            BAIXADO PELO PROGRAMA49 NAS MENSALIDADES NA
      *==            ORDEM DA FATURA (MENOR ID DE ALUNO PRIMEIRO).
      *==            REGISTRA A EXECUCAO NO BATCHLOG.
      *==  15/10/2026 - JV - MATERIAL DA LOJA COBRADO NA MENSALIDADE
      *==            (MEN-MATERIAL) FICA FORA DO VALOR CHEIO E SAI
      *==            ITEMIZADO ABAIXO DO FILHO, NOTA POR NOTA, COM OS
      *==            LANCAMENTOS FATURADOS NA COMPETENCIA DA CONTA
      *==            ESCOLAR (CONTAESC.DAT); SEM A CONTA ESCOLAR SAI
      *==            SO O LIQUIDO. O TOTAL DA FAMILIA GANHA A LINHA
      *==            DO MATERIAL.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSAVEIS ASSIGN TO WRK-CAMINHO-RESPONSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPONSAVEIS.

           SELECT MENSALIDADES ASSIGN TO WRK-CAMINHO-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT FATFAM ASSIGN TO WRK-CAMINHO-FATFAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAF-CHAVE
               FILE STATUS IS FS-FATFAM.

           SELECT POLJUROS ASSIGN TO WRK-CAMINHO-POLJUROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLJUROS.

           SELECT FATURAS ASSIGN TO WRK-CAMINHO-FATURAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATURAS.

           SELECT CONTAESC ASSIGN TO WRK-CAMINHO-CONTAESC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS FS-CONTAESC.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSAVEIS.
           COPY "RESPONSA.cpy".
       FD  MENSALIDADES.
           COPY "MENSALID.cpy".
       FD  FATFAM.
           COPY "FATFAM.cpy".
       FD  POLJUROS.
           COPY "POLJUROS.cpy".
       FD  FATURAS.
       01  REG-FATURAS         PIC X(80).
       FD  CONTAESC.
           COPY "CONTAESC.cpy".
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMRSP.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMFAF.cpy".
           COPY "CAMPOL.cpy".
           COPY "CAMCES.cpy".
           COPY "CAMLOG.cpy".
           COPY "COMPETEN.cpy".
           COPY "RELGER.cpy".
       77  FS-RESPONSAVEIS PIC 9(02) VALUE ZEROS.
       77  FS-MENSALIDADES PIC 9(02) VALUE ZEROS.
       77  FS-FATFAM       PIC 9(02) VALUE ZEROS.
       77  FS-POLJUROS     PIC 9(02) VALUE ZEROS.
       77  FS-FATURAS      PIC 9(02) VALUE ZEROS.
       77  FS-CONTAESC     PIC 9(02) VALUE ZEROS.
       77  WRK-SW-CONTAESC PIC X(01) VALUE "N".
           88 CONTAESC-ABERTA        VALUE "S".
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-FATURAS PIC X(100) VALUE SPACES.

      *-------------------- COMPETENCIA DA FATURA ----------------------
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-DIA-VENC    PIC 9(02) VALUE 10.
       77  WRK-VENCTO      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.

      *--------------- RESPONSAVEIS QUE OPTARAM PELA FATURA ------------
       01  WRK-TAB-OPTANTES.
           05 WRK-OPT-ITEM OCCURS 500 TIMES.
              10 WRK-OPT-ID      PIC 9(04).
              10 WRK-OPT-NOME    PIC X(20).
       77  WRK-QTD-OPTANTES PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-OPTANTES PIC 9(03) VALUE 500.
       77  WRK-IND-OPTANTE  PIC 9(03) VALUE ZEROS.
       77  WRK-SW-OPTANTE   PIC X(01) VALUE "N".
           88 RESPONSAVEL-OPTANTE    VALUE "S".

      *--------------- FAMILIAS DA COMPETENCIA -------------------------
       01  WRK-TAB-FAMILIAS.
           05 WRK-FAM-ITEM OCCURS 300 TIMES.
              10 WRK-FAM-RESP    PIC 9(04).
              10 WRK-FAM-NOME    PIC X(20).
              10 WRK-FAM-QTD     PIC 9(02).
              10 WRK-FAM-ALU     PIC 9(04) OCCURS 8 TIMES.
              10 WRK-FAM-CHEIO   PIC 9(08)V99.
              10 WRK-FAM-DESC    PIC 9(08)V99.
              10 WRK-FAM-BOLSA   PIC 9(08)V99.
              10 WRK-FAM-SALDO   PIC 9(08)V99.
              10 WRK-FAM-MATERIAL PIC S9(08)V99.
       77  WRK-QTD-FAMILIAS PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-FAMILIAS PIC 9(03) VALUE 300.
       77  WRK-IND-FAMILIA  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-FILHOS   PIC 9(02) VALUE 8.
       77  WRK-IND-FILHO    PIC 9(02) VALUE ZEROS.
       77  WRK-SW-FAMILIA   PIC X(01) VALUE "N".
           88 FAMILIA-ACHADA         VALUE "S".
       77  WRK-SW-GRAVADA   PIC X(01) VALUE "N".
           88 FATURA-GRAVADA         VALUE "S".

       77  WRK-SALDO       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CHEIO       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MATERIAL    PIC S9(06)V99 VALUE ZEROS.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-EMITIDAS   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-REFEITAS   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-MANTIDAS   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-UM-FILHO   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-LIDAS      PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FATURADO  PIC 9(12)V99 VALUE ZEROS.

      *---------------------- LINHAS DA FATURA -------------------------
       01  WRK-LF-SEPARA       PIC X(76) VALUE ALL "=".
       01  WRK-LF-TITULO.
           05 FILLER           PIC X(33) VALUE
              "FATURA DA FAMILIA - COMPETENCIA ".
           05 WRK-LT-COMPET    PIC 9(06).
           05 FILLER           PIC X(13) VALUE "  VENCIMENTO ".
           05 WRK-LT-VENCTO    PIC 9(08).
       01  WRK-LF-RESP.
           05 FILLER           PIC X(13) VALUE "RESPONSAVEL: ".
           05 WRK-LR-ID        PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-NOME      PIC X(20).
       01  WRK-LF-COLUNAS.
           05 FILLER           PIC X(36) VALUE
              "ALUNO NOME                NIVEL     ".
           05 FILLER           PIC X(39) VALUE
              "    CHEIO DESC.IRM.     BOLSA   A PAGAR".
       01  WRK-LF-FILHO.
           05 WRK-LD-ID        PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-NIVEL     PIC X(10).
           05 WRK-LD-CHEIO     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-DESC      PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-BOLSA     PIC ZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LD-SALDO     PIC ZZ.ZZ9,99.
       01  WRK-LF-TOTAL.
           05 FILLER           PIC X(35) VALUE
              "TOTAL DA FAMILIA".
           05 WRK-LTT-CHEIO    PIC ZZZ.ZZ9,99.
           05 WRK-LTT-DESC     PIC ZZZ.ZZ9,99.
           05 WRK-LTT-BOLSA    PIC ZZZ.ZZ9,99.
           05 WRK-LTT-SALDO    PIC ZZZ.ZZ9,99.
       01  WRK-LF-MATERIAL.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-LM-TIPO      PIC X(10).
           05 FILLER           PIC X(06) VALUE " NOTA ".
           05 WRK-LM-NOTA      PIC X(04).
           05 FILLER           PIC X(08) VALUE " FILIAL ".
           05 WRK-LM-FILIAL    PIC 9(02).
           05 FILLER           PIC X(04) VALUE " DE ".
           05 WRK-LM-DATA      PIC 9(08).
           05 FILLER           PIC X(17) VALUE SPACES.
           05 WRK-LM-VALOR     PIC -ZZ.ZZ9,99.
       01  WRK-LF-MAT-TOTAL.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-LMT-TEXTO    PIC X(59).
           05 WRK-LMT-VALOR    PIC -ZZZ.ZZ9,99.
       01  WRK-LF-BOLETO.
           05 FILLER           PIC X(35) VALUE
              "BOLETO UNICO - CARTEIRA F - RESP. ".
           05 WRK-LB-RESP      PIC 9(04).
           05 FILLER           PIC X(08) VALUE " - COMP ".
           05 WRK-LB-COMPET    PIC 9(06).
           05 FILLER           PIC X(09) VALUE " - VALOR ".
           05 WRK-LB-VALOR     PIC ZZZ.ZZ9,99.
       01  WRK-LF-ORDEM        PIC X(76) VALUE
           "PAGAMENTO PARCIAL: BAIXA NAS MENSALIDADES NA ORDEM ACIMA".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           PERFORM 0162-OBTER-CAMINHO-RESPONSA.
           PERFORM 0132-OBTER-CAMINHO-MENSALID.
           PERFORM 0111-OBTER-CAMINHO-FATFAM.

           DISPLAY "COMPETENCIA DA FATURA (AAAAMM, 0 = ATUAL)... "
             ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
             MOVE ZEROS TO CMP-REF-AAAAMMDD
             CALL "COMPETEN" USING WRK-AREA-COMPETEN
             MOVE CMP-AAAAMM TO WRK-COMPETENCIA
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0105-CARREGAR-POLITICA.
           COMPUTE WRK-VENCTO = (WRK-COMPETENCIA * 100) + WRK-DIA-VENC.

           PERFORM 0110-CARREGAR-OPTANTES.
           IF WRK-QTD-OPTANTES EQUAL ZEROS
             DISPLAY "NENHUM RESPONSAVEL OPTOU PELA FATURA DA FAMILIA"
             GOBACK
           END-IF.

           OPEN INPUT MENSALIDADES.
           IF FS-MENSALIDADES NOT EQUAL 0
             DISPLAY "ARQUIVO DE MENSALIDADES NAO FOI ABERTO - "
                     "STATUS " FS-MENSALIDADES
             GOBACK
           END-IF.

      *--- SEM A CONTA ESCOLAR O MATERIAL SAI SO PELO LIQUIDO ---
           PERFORM 0187-OBTER-CAMINHO-CONTAESC.
           OPEN INPUT CONTAESC.
           IF FS-CONTAESC EQUAL 0
             SET CONTAESC-ABERTA TO TRUE
           END-IF.

           OPEN I-O FATFAM.
           IF FS-FATFAM EQUAL 35
             OPEN OUTPUT FATFAM
             CLOSE FATFAM
             OPEN I-O FATFAM
           END-IF.
           IF FS-FATFAM NOT EQUAL 0
             DISPLAY "REGISTRO DE FATURAS DE FAMILIA NAO FOI ABERTO - "
                     "STATUS " FS-FATFAM
             CLOSE MENSALIDADES
             GOBACK
           END-IF.

           MOVE "FATFAMIL" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-FATURAS.
           OPEN OUTPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 0
             DISPLAY "ARQUIVO DAS FATURAS NAO FOI ABERTO - STATUS "
                     FS-FATURAS
             CLOSE MENSALIDADES
             CLOSE FATFAM
             GOBACK
           END-IF.

      *--- O VENCIMENTO DA FATURA E O MESMO DAS MENSALIDADES ---
       0105-CARREGAR-POLITICA          SECTION.
           PERFORM 0142-OBTER-CAMINHO-POLJUROS.
           OPEN INPUT POLJUROS.
           IF FS-POLJUROS EQUAL 0
             READ POLJUROS NEXT RECORD
             IF FS-POLJUROS EQUAL 00
                AND POL-DIA-VENC-MEN GREATER ZEROS
               MOVE POL-DIA-VENC-MEN TO WRK-DIA-VENC
             END-IF
             CLOSE POLJUROS
           END-IF.

       0110-CARREGAR-OPTANTES          SECTION.
           OPEN INPUT RESPONSAVEIS.
           IF FS-RESPONSAVEIS NOT EQUAL 0
             DISPLAY "CADASTRO DE RESPONSAVEIS NAO FOI ABERTO - "
                     "STATUS " FS-RESPONSAVEIS
             GO TO 0110-CARREGAR-SAIDA
           END-IF.
           READ RESPONSAVEIS NEXT RECORD.
           PERFORM UNTIL FS-RESPONSAVEIS NOT EQUAL 00
             IF RSP-FATURA-UNICA
               IF WRK-QTD-OPTANTES LESS WRK-MAX-OPTANTES
                 ADD 1 TO WRK-QTD-OPTANTES
                 MOVE RSP-ID   TO WRK-OPT-ID(WRK-QTD-OPTANTES)
                 MOVE RSP-NOME TO WRK-OPT-NOME(WRK-QTD-OPTANTES)
               ELSE
                 DISPLAY "TABELA DE OPTANTES CHEIA - RESPONSAVEL "
                         RSP-ID " FICA COM BOLETO POR FILHO"
               END-IF
             END-IF
             READ RESPONSAVEIS NEXT RECORD
           END-PERFORM.
           CLOSE RESPONSAVEIS.
       0110-CARREGAR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0200-PROCESSAR: PERCORRE SO A COMPETENCIA (A CHAVE COMECA
      *  PELA COMPETENCIA), JUNTA POR RESPONSAVEL OPTANTE AS
      *  MENSALIDADES COM SALDO E FATURA AS FAMILIAS COM DOIS OU MAIS
      *  FILHOS. NA CHAVE OS FILHOS JA VEM EM ORDEM DE ID - A ORDEM
      *  DA FATURA E DA BAIXA DO PAGAMENTO PARCIAL.
      *--------------------------------------------------------------
       0200-PROCESSAR                  SECTION.
           MOVE WRK-COMPETENCIA TO MEN-COMPETENCIA.
           MOVE ZEROS           TO MEN-ALU-ID.
           START MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
             INVALID KEY
               MOVE 10 TO FS-MENSALIDADES
           END-START.
           IF FS-MENSALIDADES EQUAL 0
             READ MENSALIDADES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
                      OR MEN-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
             ADD 1 TO WRK-ACUM-LIDAS
             IF MEN-ABERTA
                AND MEN-RESP-ID IS NUMERIC
                AND MEN-RESP-ID GREATER ZEROS
               COMPUTE WRK-SALDO = MEN-VALOR - MEN-VALOR-PAGO
               IF WRK-SALDO GREATER ZEROS
                 PERFORM 0210-SOMAR-NA-FAMILIA
               END-IF
             END-IF
             READ MENSALIDADES NEXT RECORD
           END-PERFORM.

           MOVE 1 TO WRK-IND-FAMILIA.
           PERFORM UNTIL WRK-IND-FAMILIA GREATER WRK-QTD-FAMILIAS
             IF WRK-FAM-QTD(WRK-IND-FAMILIA) LESS 2
               ADD 1 TO WRK-ACUM-UM-FILHO
             ELSE
               PERFORM 0220-GRAVAR-FATURA
               IF FATURA-GRAVADA
                 PERFORM 0230-IMPRIMIR-FATURA
               END-IF
             END-IF
             ADD 1 TO WRK-IND-FAMILIA
           END-PERFORM.

           CLOSE MENSALIDADES.
           CLOSE FATFAM.
           CLOSE FATURAS.
           IF CONTAESC-ABERTA
             CLOSE CONTAESC
           END-IF.

           DISPLAY "FATURAS EMITIDAS.............: " WRK-ACUM-EMITIDAS.
           DISPLAY "FATURAS REFEITAS.............: " WRK-ACUM-REFEITAS.
           DISPLAY "FATURAS COM PAGAMENTO (MANT.): " WRK-ACUM-MANTIDAS.
           DISPLAY "OPTANTES COM UM SO FILHO.....: " WRK-ACUM-UM-FILHO.
           DISPLAY "TOTAL FATURADO...............: " WRK-TOTAL-FATURADO.
           DISPLAY "FATURAS GRAVADAS EM " WRK-CAMINHO-FATURAS.

       0210-SOMAR-NA-FAMILIA           SECTION.
           MOVE "N" TO WRK-SW-OPTANTE.
           MOVE 1   TO WRK-IND-OPTANTE.
           PERFORM UNTIL WRK-IND-OPTANTE GREATER WRK-QTD-OPTANTES
                      OR RESPONSAVEL-OPTANTE
             IF WRK-OPT-ID(WRK-IND-OPTANTE) EQUAL MEN-RESP-ID
               SET RESPONSAVEL-OPTANTE TO TRUE
             ELSE
               ADD 1 TO WRK-IND-OPTANTE
             END-IF
           END-PERFORM.
           IF NOT RESPONSAVEL-OPTANTE
             GO TO 0210-SOMAR-SAIDA
           END-IF.

           MOVE "N" TO WRK-SW-FAMILIA.
           MOVE 1   TO WRK-IND-FAMILIA.
           PERFORM UNTIL WRK-IND-FAMILIA GREATER WRK-QTD-FAMILIAS
                      OR FAMILIA-ACHADA
             IF WRK-FAM-RESP(WRK-IND-FAMILIA) EQUAL MEN-RESP-ID
               SET FAMILIA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-FAMILIA
             END-IF
           END-PERFORM.
           IF NOT FAMILIA-ACHADA
             IF WRK-QTD-FAMILIAS NOT LESS WRK-MAX-FAMILIAS
               DISPLAY "TABELA DE FAMILIAS CHEIA - RESPONSAVEL "
                       MEN-RESP-ID " FICA COM BOLETO POR FILHO"
               GO TO 0210-SOMAR-SAIDA
             END-IF
             ADD 1 TO WRK-QTD-FAMILIAS
             MOVE WRK-QTD-FAMILIAS TO WRK-IND-FAMILIA
             MOVE MEN-RESP-ID TO WRK-FAM-RESP(WRK-IND-FAMILIA)
             MOVE WRK-OPT-NOME(WRK-IND-OPTANTE)
               TO WRK-FAM-NOME(WRK-IND-FAMILIA)
             MOVE ZEROS TO WRK-FAM-QTD(WRK-IND-FAMILIA)
             MOVE ZEROS TO WRK-FAM-CHEIO(WRK-IND-FAMILIA)
             MOVE ZEROS TO WRK-FAM-DESC(WRK-IND-FAMILIA)
             MOVE ZEROS TO WRK-FAM-BOLSA(WRK-IND-FAMILIA)
             MOVE ZEROS TO WRK-FAM-SALDO(WRK-IND-FAMILIA)
             MOVE ZEROS TO WRK-FAM-MATERIAL(WRK-IND-FAMILIA)
           END-IF.

           IF WRK-FAM-QTD(WRK-IND-FAMILIA) NOT LESS WRK-MAX-FILHOS
             DISPLAY "FAMILIA " MEN-RESP-ID " COM MAIS DE "
                     WRK-MAX-FILHOS " FILHOS - ALUNO " MEN-ALU-ID
                     " SEGUE COM BOLETO PROPRIO"
             GO TO 0210-SOMAR-SAIDA
           END-IF.
           ADD 1 TO WRK-FAM-QTD(WRK-IND-FAMILIA).
           MOVE WRK-FAM-QTD(WRK-IND-FAMILIA) TO WRK-IND-FILHO.
           MOVE MEN-ALU-ID
             TO WRK-FAM-ALU(WRK-IND-FAMILIA WRK-IND-FILHO).
           PERFORM 0215-VALOR-CHEIO.
           ADD WRK-CHEIO    TO WRK-FAM-CHEIO(WRK-IND-FAMILIA).
           ADD MEN-DESCONTO TO WRK-FAM-DESC(WRK-IND-FAMILIA).
           ADD MEN-BOLSA    TO WRK-FAM-BOLSA(WRK-IND-FAMILIA).
           ADD WRK-SALDO    TO WRK-FAM-SALDO(WRK-IND-FAMILIA).
           ADD WRK-MATERIAL TO WRK-FAM-MATERIAL(WRK-IND-FAMILIA).
       0210-SOMAR-SAIDA.
           EXIT.

      *--- VALOR DA TABELA ANTES DO DESCONTO DE IRMAOS E DA BOLSA ---
      *--- (SEM O MATERIAL DA LOJA, QUE SAI EM LINHAS PROPRIAS)   ---
       0215-VALOR-CHEIO                SECTION.
           IF MEN-MATERIAL IS NUMERIC
             MOVE MEN-MATERIAL TO WRK-MATERIAL
           ELSE
             MOVE ZEROS        TO WRK-MATERIAL
           END-IF.
           COMPUTE WRK-CHEIO = MEN-VALOR - MEN-ENCARGOS
                             + MEN-DESCONTO + MEN-BOLSA
                             - WRK-MATERIAL.

      *--------------------------------------------------------------
      *  0220-GRAVAR-FATURA: FATURA NOVA E GRAVADA; FATURA JA
      *  EXISTENTE E REFEITA COM A COMPOSICAO DE AGORA, A NAO SER QUE
      *  JA TENHA RECEBIDO PAGAMENTO PELO BOLETO - AI FICA COMO ESTA.
      *--------------------------------------------------------------
       0220-GRAVAR-FATURA              SECTION.
           MOVE "N" TO WRK-SW-GRAVADA.
           MOVE WRK-COMPETENCIA TO FAF-COMPETENCIA.
           MOVE WRK-FAM-RESP(WRK-IND-FAMILIA) TO FAF-RESP-ID.
           READ FATFAM KEY IS FAF-CHAVE
             INVALID KEY
               MOVE ZEROS TO FAF-VALOR-PAGO
               PERFORM 0225-MONTAR-FATURA
               WRITE REG-FATFAM
                 INVALID KEY
                   DISPLAY "FATURA DA FAMILIA " FAF-RESP-ID
                           " NAO FOI GRAVADA"
                 NOT INVALID KEY
                   SET FATURA-GRAVADA TO TRUE
                   ADD 1 TO WRK-ACUM-EMITIDAS
               END-WRITE
             NOT INVALID KEY
               IF FAF-VALOR-PAGO GREATER ZEROS
                 DISPLAY "FATURA DA FAMILIA " FAF-RESP-ID
                         " JA TEM PAGAMENTO - MANTIDA"
                 ADD 1 TO WRK-ACUM-MANTIDAS
               ELSE
                 PERFORM 0225-MONTAR-FATURA
                 REWRITE REG-FATFAM
                   INVALID KEY
                     DISPLAY "FATURA DA FAMILIA " FAF-RESP-ID
                             " NAO FOI REGRAVADA"
                   NOT INVALID KEY
                     SET FATURA-GRAVADA TO TRUE
                     ADD 1 TO WRK-ACUM-REFEITAS
                 END-REWRITE
               END-IF
           END-READ.
           IF FATURA-GRAVADA
             ADD WRK-FAM-SALDO(WRK-IND-FAMILIA) TO WRK-TOTAL-FATURADO
           END-IF.

       0225-MONTAR-FATURA              SECTION.
           MOVE WRK-FAM-QTD(WRK-IND-FAMILIA) TO FAF-QTD-FILHOS.
           MOVE 1 TO WRK-IND-FILHO.
           PERFORM UNTIL WRK-IND-FILHO GREATER WRK-MAX-FILHOS
             IF WRK-IND-FILHO GREATER FAF-QTD-FILHOS
               MOVE ZEROS TO FAF-ALU-ID(WRK-IND-FILHO)
             ELSE
               MOVE WRK-FAM-ALU(WRK-IND-FAMILIA WRK-IND-FILHO)
                 TO FAF-ALU-ID(WRK-IND-FILHO)
             END-IF
             ADD 1 TO WRK-IND-FILHO
           END-PERFORM.
           MOVE WRK-FAM-CHEIO(WRK-IND-FAMILIA) TO FAF-VALOR-CHEIO.
           MOVE WRK-FAM-DESC(WRK-IND-FAMILIA)  TO FAF-DESCONTO.
           MOVE WRK-FAM-BOLSA(WRK-IND-FAMILIA) TO FAF-BOLSA.
           MOVE WRK-FAM-SALDO(WRK-IND-FAMILIA) TO FAF-VALOR.
           MOVE 'A'           TO FAF-STATUS.
           MOVE WRK-DATA-HOJE TO FAF-DATA-EMISSAO.

      *--------------------------------------------------------------
      *  0230-IMPRIMIR-FATURA: O DOCUMENTO DA FAMILIA - CADA FILHO
      *  RELIDO PELA CHAVE, COM O VALOR CHEIO, O DESCONTO DE IRMAOS,
      *  A BOLSA E O QUE FALTA PAGAR, O TOTAL E O BOLETO UNICO.
      *--------------------------------------------------------------
       0230-IMPRIMIR-FATURA            SECTION.
           MOVE WRK-LF-SEPARA TO REG-FATURAS.
           WRITE REG-FATURAS.
           MOVE WRK-COMPETENCIA TO WRK-LT-COMPET.
           MOVE WRK-VENCTO      TO WRK-LT-VENCTO.
           MOVE WRK-LF-TITULO TO REG-FATURAS.
           WRITE REG-FATURAS.
           MOVE WRK-FAM-RESP(WRK-IND-FAMILIA) TO WRK-LR-ID.
           MOVE WRK-FAM-NOME(WRK-IND-FAMILIA) TO WRK-LR-NOME.
           MOVE WRK-LF-RESP TO REG-FATURAS.
           WRITE REG-FATURAS.
           MOVE WRK-LF-COLUNAS TO REG-FATURAS.
           WRITE REG-FATURAS.

           MOVE 1 TO WRK-IND-FILHO.
           PERFORM UNTIL WRK-IND-FILHO GREATER
                         WRK-FAM-QTD(WRK-IND-FAMILIA)
             MOVE WRK-COMPETENCIA TO MEN-COMPETENCIA
             MOVE WRK-FAM-ALU(WRK-IND-FAMILIA WRK-IND-FILHO)
               TO MEN-ALU-ID
             READ MENSALIDADES KEY IS MEN-CHAVE
               INVALID KEY
                 DISPLAY "MENSALIDADE DO ALUNO " MEN-ALU-ID
                         " NAO FOI RELIDA"
               NOT INVALID KEY
                 PERFORM 0215-VALOR-CHEIO
                 MOVE MEN-ALU-ID   TO WRK-LD-ID
                 MOVE MEN-NOME     TO WRK-LD-NOME
                 MOVE MEN-NIVEL    TO WRK-LD-NIVEL
                 MOVE WRK-CHEIO    TO WRK-LD-CHEIO
                 MOVE MEN-DESCONTO TO WRK-LD-DESC
                 MOVE MEN-BOLSA    TO WRK-LD-BOLSA
                 COMPUTE WRK-LD-SALDO = MEN-VALOR - MEN-VALOR-PAGO
                 MOVE WRK-LF-FILHO TO REG-FATURAS
                 WRITE REG-FATURAS
                 IF WRK-MATERIAL NOT EQUAL ZEROS
                   PERFORM 0235-IMPRIMIR-MATERIAL
                 END-IF
             END-READ
             ADD 1 TO WRK-IND-FILHO
           END-PERFORM.

           IF WRK-FAM-MATERIAL(WRK-IND-FAMILIA) NOT EQUAL ZEROS
             MOVE "MATERIAL DA LOJA NA FATURA (JA NO A PAGAR)"
               TO WRK-LMT-TEXTO
             MOVE WRK-FAM-MATERIAL(WRK-IND-FAMILIA) TO WRK-LMT-VALOR
             MOVE WRK-LF-MAT-TOTAL TO REG-FATURAS
             WRITE REG-FATURAS
           END-IF.
           MOVE WRK-FAM-CHEIO(WRK-IND-FAMILIA) TO WRK-LTT-CHEIO.
           MOVE WRK-FAM-DESC(WRK-IND-FAMILIA)  TO WRK-LTT-DESC.
           MOVE WRK-FAM-BOLSA(WRK-IND-FAMILIA) TO WRK-LTT-BOLSA.
           MOVE WRK-FAM-SALDO(WRK-IND-FAMILIA) TO WRK-LTT-SALDO.
           MOVE WRK-LF-TOTAL TO REG-FATURAS.
           WRITE REG-FATURAS.
           MOVE WRK-FAM-RESP(WRK-IND-FAMILIA)  TO WRK-LB-RESP.
           MOVE WRK-COMPETENCIA                TO WRK-LB-COMPET.
           MOVE WRK-FAM-SALDO(WRK-IND-FAMILIA) TO WRK-LB-VALOR.
           MOVE WRK-LF-BOLETO TO REG-FATURAS.
           WRITE REG-FATURAS.
           MOVE WRK-LF-ORDEM TO REG-FATURAS.
           WRITE REG-FATURAS.
           MOVE SPACES TO REG-FATURAS.
           WRITE REG-FATURAS.

      *--------------------------------------------------------------
      *  0235-IMPRIMIR-MATERIAL: AS NOTAS DA LOJA E OS CREDITOS DE
      *  DEVOLUCAO FATURADOS NA COMPETENCIA PARA O FILHO, RELIDOS
      *  DA CONTA ESCOLAR; SEM ELA, UMA LINHA COM O LIQUIDO.
      *--------------------------------------------------------------
       0235-IMPRIMIR-MATERIAL          SECTION.
           IF NOT CONTAESC-ABERTA
             MOVE "MATERIAL DA LOJA NA MENSALIDADE" TO WRK-LMT-TEXTO
             MOVE WRK-MATERIAL TO WRK-LMT-VALOR
             MOVE WRK-LF-MAT-TOTAL TO REG-FATURAS
             WRITE REG-FATURAS
             GO TO 0235-IMPRIMIR-SAIDA
           END-IF.
           MOVE LOW-VALUES TO CES-CHAVE.
           MOVE MEN-ALU-ID TO CES-ALU-ID.
           START CONTAESC KEY IS NOT LESS THAN CES-CHAVE
             INVALID KEY
               GO TO 0235-IMPRIMIR-SAIDA
           END-START.
           READ CONTAESC NEXT RECORD.
           PERFORM UNTIL FS-CONTAESC NOT EQUAL 00
                      OR CES-ALU-ID NOT EQUAL MEN-ALU-ID
             IF CES-FATURADO
                AND CES-COMPETENCIA EQUAL WRK-COMPETENCIA
               IF CES-VENDA
                 MOVE "MATERIAL"  TO WRK-LM-TIPO
                 MOVE CES-VALOR-FATURADO TO WRK-LM-VALOR
               ELSE
                 MOVE "DEVOLUCAO" TO WRK-LM-TIPO
                 COMPUTE WRK-LM-VALOR = 0 - CES-VALOR-FATURADO
               END-IF
               MOVE CES-NOTA   TO WRK-LM-NOTA
               MOVE CES-FILIAL TO WRK-LM-FILIAL
               MOVE CES-DATA   TO WRK-LM-DATA
               MOVE WRK-LF-MATERIAL TO REG-FATURAS
               WRITE REG-FATURAS
             END-IF
             READ CONTAESC NEXT RECORD
           END-PERFORM.
       0235-IMPRIMIR-SAIDA.
           EXIT.

           COPY "CAMRSPP.cpy".
           COPY "CAMMENP.cpy".
           COPY "CAMFAFP.cpy".
           COPY "CAMPOLP.cpy".
           COPY "CAMCESP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "ALU022"      TO LOG-JOB.
               MOVE "S"           TO LOG-STATUS.
               COMPUTE LOG-QTD = WRK-ACUM-EMITIDAS + WRK-ACUM-REFEITAS.
               MOVE WRK-ACUM-LIDAS     TO LOG-QTD-LIDOS.
               MOVE WRK-TOTAL-FATURADO TO LOG-HASH.
               MOVE "FATURA UNICA DA FAMILIA" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
