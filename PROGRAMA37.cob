      *==           NAO SEMANAS DEPOIS.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - NOVA FORMA DE PAGAMENTO PONTOS (RESGATE
      *==           DO PROGRAMA DE FIDELIDADE) NA CONFERENCIA.
      *== 15/10/2026 - JV - A DIFERENCA TOTAL DE CADA SESSAO FECHADA
      *==           E GRAVADA NO LIVRO DE QUEBRAS (QUEBRAS.DAT) POR
      *==           OPERADOR, FILIAL E DATA PARA O SALDO MENSAL
      *==           (PROGRAMA77) E O DESCONTO EM FOLHA (PROGRAMA78).
      *== 15/10/2026 - JV - NOVA FORMA DE PAGAMENTO ESCOLA (MATERIAL
      *==           COBRADO NA MENSALIDADE) NA CONFERENCIA - O
      *==           CONTADO SAO AS VIAS DAS NOTAS.
      *== 15/10/2026 - JV - O FECHAMENTO DE CAIXA E ACRESCENTADO AO
      *==           ARQUIVO DATADO DO DIA (OPEN EXTEND) EM VEZ DE
      *==           SOBRESCREVE-LO: CADA FILIAL GRAVA O SEU BLOCO,
      *==           ABERTO PELA LINHA "FILIAL NN - ...", E A MATRIZ
      *==           FICA COM O CONSOLIDADO QUE O RELDIST SEPARA POR
      *==           GERENTE.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHOREL.

           SELECT QUEBRAS ASSIGN TO WRK-CAMINHO-QUEBRAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QUEBRAS.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
       FD  FECHOREL.
       01  REG-FECHOREL               PIC X(80).

       FD  QUEBRAS.
           COPY "QUEBRA.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMCXS.cpy".
           COPY "CAMMOV.cpy".
           COPY "CAMQBR.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "OPESSAO.cpy".
       77  FS-CAIXASES         PIC 9(02)    VALUE ZEROS.
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-FECHOREL         PIC 9(02)    VALUE ZEROS.
       77  FS-QUEBRAS          PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-FECHOREL PIC X(100)  VALUE SPACES.

           88 SESSAO-ACHADA                 VALUE "S".
       77  WRK-DATA-SESSAO     PIC 9(08)    VALUE ZEROS.
       77  WRK-FUNDO-TROCO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-IND-FECHADA     PIC 9(03)    VALUE ZEROS.
       77  WRK-SW-FECHADA      PIC X(01)    VALUE "N".
           88 SESSAO-FECHADA                VALUE "S".

      *--------------- FORMAS DE PAGAMENTO ACEITAS ---------------------
       01  WRK-TABELA-FORMAS.
           05 FILLER              PIC X(10) VALUE "A PRAZO   ".
           05 FILLER              PIC X(10) VALUE "CHEQUE    ".
           05 FILLER              PIC X(10) VALUE "VALE      ".
           05 FILLER              PIC X(10) VALUE "PONTOS    ".
           05 FILLER              PIC X(10) VALUE "ESCOLA    ".

       01  WRK-TABELA-FORMAS-RED REDEFINES WRK-TABELA-FORMAS.
           05 WRK-FORMA-ITEM      PIC X(10) OCCURS 8 TIMES.

       77  WRK-QTD-FORMAS         PIC 9(02) VALUE 8.
       77  WRK-IND-FORMA          PIC 9(02) VALUE ZEROS.

       01  WRK-FORMA-VENDIDO.
           05 WRK-VENDIDO-ITEM PIC 9(08)V99 OCCURS 8 TIMES.
       01  WRK-FORMA-CONTADO.
           05 WRK-CONTADO-ITEM PIC 9(08)V99 OCCURS 8 TIMES.
       77  WRK-ESPERADO        PIC 9(08)V99  VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-TOT-DIFERENCA   PIC S9(08)V99 VALUE ZEROS.
           PERFORM 0220-CONTAR-FORMAS.
           PERFORM 0230-IMPRIMIR-FECHO.
           PERFORM 0240-FECHAR-SESSAO.
           IF SESSAO-FECHADA
             PERFORM 0250-REGISTRAR-QUEBRA
           END-IF.

      *--- TOTALIZA AS VENDAS DO DIA DA SESSAO POR FORMA ---
       0210-TOTALIZAR-VENDAS           SECTION.
           MOVE "FECHOCAIXA" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-FECHOREL.
           OPEN EXTEND FECHOREL.
           IF FS-FECHOREL EQUAL 35
             OPEN OUTPUT FECHOREL
           END-IF.
           IF FS-FECHOREL NOT EQUAL 0
             DISPLAY "RELATORIO DE FECHO NAO FOI ABERTO - STATUS "
                     FS-FECHOREL
             GO TO 0230-IMPRIMIR-SAIDA
           END-IF.

           MOVE SPACES TO REG-FECHOREL.
           STRING "FILIAL " WRK-FILIAL " - FECHAMENTO DE CAIXA"
             DELIMITED BY SIZE INTO REG-FECHOREL
           END-STRING.
           WRITE REG-FECHOREL.
           MOVE SPACES TO REG-FECHOREL.
           WRITE REG-FECHOREL.
           ACCEPT CXS-DATA-FECHO FROM DATE YYYYMMDD.
           ACCEPT CXS-HORA-FECHO FROM TIME.
           MOVE REG-CAIXASES TO WRK-SES-REG(WRK-IND-SESSAO).
           MOVE WRK-IND-SESSAO TO WRK-IND-FECHADA.

           OPEN OUTPUT CAIXASES.
           IF FS-CAIXASES NOT EQUAL 0
             PERFORM 0245-GRAVAR-SESSAO
               UNTIL WRK-IND-SESSAO GREATER WRK-QTD-SESSOES
             CLOSE CAIXASES
             SET SESSAO-FECHADA TO TRUE
             DISPLAY "CAIXA DA FILIAL " WRK-FILIAL " FECHADO"
           END-IF.
       0240-FECHAR-SAIDA.
           WRITE REG-CAIXASES.
           ADD 1 TO WRK-IND-SESSAO.

      *--- LIVRO DE QUEBRAS: UMA LINHA POR SESSAO FECHADA, INCLUSIVE
      *--- O CAIXA BATIDO, PARA CONTAR AS SESSOES DO OPERADOR ---
       0250-REGISTRAR-QUEBRA           SECTION.
           PERFORM 0184-OBTER-CAMINHO-QUEBRAS.
           OPEN EXTEND QUEBRAS.
           IF FS-QUEBRAS EQUAL 35
             OPEN OUTPUT QUEBRAS
           END-IF.
           IF FS-QUEBRAS NOT EQUAL 0
             DISPLAY "LIVRO DE QUEBRAS NAO FOI ABERTO - STATUS "
                     FS-QUEBRAS " - DIFERENCA NAO REGISTRADA"
             GO TO 0250-REGISTRAR-SAIDA
           END-IF.
           MOVE WRK-SES-REG(WRK-IND-FECHADA) TO REG-CAIXASES.
           MOVE CXS-FILIAL        TO QBR-FILIAL.
           MOVE CXS-DATA-ABERTURA TO QBR-DATA-ABERTURA.
           MOVE CXS-HORA-ABERTURA TO QBR-HORA-ABERTURA.
           MOVE CXS-OPERADOR      TO QBR-OPERADOR.
           MOVE CXS-DATA-FECHO    TO QBR-DATA-FECHO.
           MOVE WRK-TOT-DIFERENCA TO QBR-VALOR.
           MOVE 'R'               TO QBR-SITUACAO.
           MOVE ZEROS             TO QBR-COMPETENCIA.
           MOVE ZEROS             TO QBR-FUNC-ID.
           WRITE REG-QUEBRA.
           CLOSE QUEBRAS.
           DISPLAY "DIFERENCA REGISTRADA NO LIVRO DE QUEBRAS".
       0250-REGISTRAR-SAIDA.
           EXIT.

           COPY "CAMCXSP.cpy".
           COPY "CAMMOVP.cpy".
           COPY "CAMQBRP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA37" TO LOG-JOB.
               MOVE WRK-QTD-FORMAS TO LOG-QTD.
