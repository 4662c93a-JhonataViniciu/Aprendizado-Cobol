       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALU023.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CONCILIACAO DO MATERIAL DA LOJA COBRADO NA
      *==            MENSALIDADE - CONFRONTA, NOTA POR NOTA, A VENDA
      *==            NA FORMA ESCOLA NO MOVIMENTO DA LOJA (VENDMOV.DAT
      *==            MENOS AS DEVOLUCOES DE DEVOLUCA.DAT) COM O
      *==            LANCAMENTO NA CONTA ESCOLAR (CONTAESC.DAT, VALOR
      *==            MENOS O DEVOLVIDO, SEM OS CANCELADOS) E LISTA AS
      *==            DIVERGENCIAS. EM SEGUIDA CONFRONTA O MATERIAL
      *==            EMBUTIDO NAS MENSALIDADES (MEN-MATERIAL) COM O
      *==            FATURADO NA CONTA ESCOLAR E MOSTRA O QUE AINDA
      *==            ESTA PENDENTE DE COBRANCA - RECEITA DA LOJA E
      *==            CONTAS A RECEBER DA ESCOLA TEM QUE FECHAR.
      *==            PERIODO 0 CONCILIA TUDO; COM PERIODO, AS VENDAS
      *==            SAO AS DO MES E O FATURADO O DA COMPETENCIA.
      *==            SAIDA DATADA PELO RELGER E EXECUCAO NO BATCHLOG.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDMOV ASSIGN TO WRK-CAMINHO-VENDMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT DEVOLUCAO ASSIGN TO WRK-CAMINHO-DEVOLUCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCAO.

           SELECT CONTAESC ASSIGN TO WRK-CAMINHO-CONTAESC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS FS-CONTAESC.

           SELECT MENSALIDADES ASSIGN TO WRK-CAMINHO-MENSALID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS FS-MENSALIDADES.

           SELECT RELCES ASSIGN TO WRK-CAMINHO-RELCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELCES.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDMOV.
           COPY "VENDMOV.cpy".
       FD  DEVOLUCAO.
           COPY "DEVOLUCA.cpy".
       FD  CONTAESC.
           COPY "CONTAESC.cpy".
       FD  MENSALIDADES.
           COPY "MENSALID.cpy".
       FD  RELCES.
       01  REG-RELCES          PIC X(100).
       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMMOV.cpy".
           COPY "CAMDEV.cpy".
           COPY "CAMCES.cpy".
           COPY "CAMMEN.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-VENDMOV      PIC 9(02) VALUE ZEROS.
       77  FS-DEVOLUCAO    PIC 9(02) VALUE ZEROS.
       77  FS-CONTAESC     PIC 9(02) VALUE ZEROS.
       77  FS-MENSALIDADES PIC 9(02) VALUE ZEROS.
       77  FS-RELCES       PIC 9(02) VALUE ZEROS.
       77  FS-BATCHLOG     PIC 9(02) VALUE ZEROS.
       77  WRK-CAMINHO-RELCES PIC X(100) VALUE SPACES.

       77  WRK-PERIODO     PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-AAAAMM PIC 9(06) VALUE ZEROS.
       77  WRK-SW-PERIODO  PIC X(01) VALUE "N".
           88 NO-PERIODO             VALUE "S".

      *--------------- NOTAS DA FORMA ESCOLA (LOJA X CONTA) -------------
       01  WRK-TAB-NOTAS.
           05 WRK-NOT-ITEM OCCURS 1000 TIMES.
              10 WRK-NOT-FILIAL  PIC 9(02).
              10 WRK-NOT-NOTA    PIC X(04).
              10 WRK-NOT-DATA    PIC 9(08).
              10 WRK-NOT-ALU     PIC 9(04).
              10 WRK-NOT-LOJA    PIC 9(07)V99.
              10 WRK-NOT-DEVOL   PIC 9(07)V99.
              10 WRK-NOT-CONTA   PIC 9(07)V99.
       77  WRK-QTD-NOTAS    PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-NOTAS    PIC 9(04) VALUE 1000.
       77  WRK-IND-NOTA     PIC 9(04) VALUE ZEROS.
       77  WRK-SW-NOTA      PIC X(01) VALUE "N".
           88 NOTA-ACHADA            VALUE "S".
       77  WRK-BUSCA-FILIAL PIC 9(02) VALUE ZEROS.
       77  WRK-BUSCA-NOTA   PIC X(04) VALUE SPACES.

       77  WRK-LIQ-LOJA    PIC 9(07)V99  VALUE ZEROS.
       77  WRK-DIFERENCA   PIC S9(07)V99 VALUE ZEROS.

      *---------------------- ACUMULADORES -----------------------------
       77  WRK-ACUM-LIDOS      PIC 9(06) VALUE ZEROS.
       77  WRK-ACUM-DIVERGE    PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-LOJA        PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOT-CONTA       PIC 9(09)V99  VALUE ZEROS.
       77  WRK-TOT-DIVERGE     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-MENSALID    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-FATURADO    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PENDENTE    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-HASH            PIC 9(13)V99  VALUE ZEROS.

      *---------------------- LINHAS DO RELATORIO ----------------------
       01  WRK-LINHA-NOTA.
           05 WRK-LN-FILIAL    PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-NOTA      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-DATA      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-ALU       PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-LOJA      PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-DEVOL     PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-CONTA     PIC Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-DIFER     PIC -Z.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LN-SITUACAO  PIC X(08).
       01  WRK-LINHA-TOT.
           05 WRK-LT-ROTULO    PIC X(40).
           05 WRK-LT-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.

       0100-INICIALIZAR                SECTION.
           DISPLAY "PERIODO A CONCILIAR (AAAAMM, 0 = TUDO)... "
             ACCEPT WRK-PERIODO.

           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           PERFORM 0133-OBTER-CAMINHO-DEVOLUCA.
           PERFORM 0187-OBTER-CAMINHO-CONTAESC.
           PERFORM 0132-OBTER-CAMINHO-MENSALID.

           MOVE "CONCILESC" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           MOVE RG-CAMINHO TO WRK-CAMINHO-RELCES.
           OPEN OUTPUT RELCES.
           IF FS-RELCES NOT EQUAL 0
             DISPLAY "RELATORIO DA CONCILIACAO NAO FOI ABERTO - "
                     "STATUS " FS-RELCES
             GOBACK
           END-IF.

           MOVE "CONCILIACAO DO MATERIAL DA LOJA NA CONTA ESCOLAR"
             TO REG-RELCES.
           WRITE REG-RELCES.
           MOVE SPACES TO REG-RELCES.
           STRING "PERIODO " WRK-PERIODO " (000000 = TUDO)"
             DELIMITED BY SIZE INTO REG-RELCES.
           WRITE REG-RELCES.
           MOVE SPACES TO REG-RELCES.
           WRITE REG-RELCES.

       0200-PROCESSAR                  SECTION.
           PERFORM 0210-LER-VENDAS.
           PERFORM 0220-LER-DEVOLUCOES.
           PERFORM 0230-LER-CONTA-ESCOLAR.
           PERFORM 0240-LISTAR-NOTAS.
           PERFORM 0250-CONFRONTAR-MENSALIDADES.
           CLOSE RELCES.

           DISPLAY "NOTAS DA FORMA ESCOLA.......: " WRK-QTD-NOTAS.
           DISPLAY "NOTAS DIVERGENTES...........: " WRK-ACUM-DIVERGE.
           DISPLAY "VENDIDO LIQUIDO NA LOJA.....: " WRK-TOT-LOJA.
           DISPLAY "LANCADO NA CONTA ESCOLAR....: " WRK-TOT-CONTA.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELCES.

      *--- O MES DA DATA (WRK-DATA-AAAAMM) CAI NO PERIODO PEDIDO? ---
       0205-TESTAR-PERIODO             SECTION.
           IF WRK-PERIODO EQUAL ZEROS
              OR WRK-DATA-AAAAMM EQUAL WRK-PERIODO
             SET NO-PERIODO TO TRUE
           ELSE
             MOVE "N" TO WRK-SW-PERIODO
           END-IF.

      *--- NOTA DA TABELA POR FILIAL + NUMERO ---
       0207-LOCALIZAR-NOTA             SECTION.
           MOVE "N" TO WRK-SW-NOTA.
           MOVE 1   TO WRK-IND-NOTA.
           PERFORM UNTIL WRK-IND-NOTA GREATER WRK-QTD-NOTAS
                      OR NOTA-ACHADA
             IF WRK-NOT-FILIAL(WRK-IND-NOTA) EQUAL WRK-BUSCA-FILIAL
                AND WRK-NOT-NOTA(WRK-IND-NOTA) EQUAL WRK-BUSCA-NOTA
               SET NOTA-ACHADA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-NOTA
             END-IF
           END-PERFORM.

      *--- NOTA NOVA NA TABELA (WRK-IND-NOTA FICA NELA) ---
       0208-INCLUIR-NOTA               SECTION.
           IF WRK-QTD-NOTAS NOT LESS WRK-MAX-NOTAS
             DISPLAY "TABELA DE NOTAS CHEIA (MAX " WRK-MAX-NOTAS
                     ") - NOTA " WRK-BUSCA-NOTA " FILIAL "
                     WRK-BUSCA-FILIAL " FORA DA CONCILIACAO"
             MOVE ZEROS TO WRK-IND-NOTA
             GO TO 0208-INCLUIR-SAIDA
           END-IF.
           ADD 1 TO WRK-QTD-NOTAS.
           MOVE WRK-QTD-NOTAS    TO WRK-IND-NOTA.
           MOVE WRK-BUSCA-FILIAL TO WRK-NOT-FILIAL(WRK-IND-NOTA).
           MOVE WRK-BUSCA-NOTA   TO WRK-NOT-NOTA(WRK-IND-NOTA).
           MOVE ZEROS            TO WRK-NOT-DATA(WRK-IND-NOTA).
           MOVE ZEROS            TO WRK-NOT-ALU(WRK-IND-NOTA).
           MOVE ZEROS            TO WRK-NOT-LOJA(WRK-IND-NOTA).
           MOVE ZEROS            TO WRK-NOT-DEVOL(WRK-IND-NOTA).
           MOVE ZEROS            TO WRK-NOT-CONTA(WRK-IND-NOTA).
       0208-INCLUIR-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0210-LER-VENDAS: AS LINHAS DO MOVIMENTO DA LOJA NA FORMA
      *  ESCOLA (MERCADORIA E FRETE) SOMADAS POR NOTA.
      *--------------------------------------------------------------
       0210-LER-VENDAS                 SECTION.
           OPEN INPUT VENDMOV.
           IF FS-VENDMOV NOT EQUAL 0
             DISPLAY "MOVIMENTO DE VENDAS NAO FOI ABERTO - STATUS "
                     FS-VENDMOV
             GO TO 0210-LER-SAIDA
           END-IF.
           READ VENDMOV NEXT RECORD.
           PERFORM UNTIL FS-VENDMOV NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             COMPUTE WRK-DATA-AAAAMM = MOV-DATA / 100
             PERFORM 0205-TESTAR-PERIODO
             IF MOV-FORMA-PAGTO EQUAL "ESCOLA" AND NO-PERIODO
               MOVE MOV-FILIAL TO WRK-BUSCA-FILIAL
               MOVE MOV-NOTA   TO WRK-BUSCA-NOTA
               PERFORM 0207-LOCALIZAR-NOTA
               IF NOT NOTA-ACHADA
                 PERFORM 0208-INCLUIR-NOTA
               END-IF
               IF WRK-IND-NOTA GREATER ZEROS
                 MOVE MOV-DATA  TO WRK-NOT-DATA(WRK-IND-NOTA)
                 ADD  MOV-VALOR TO WRK-NOT-LOJA(WRK-IND-NOTA)
               END-IF
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.
       0210-LER-SAIDA.
           EXIT.

      *--- DEVOLUCOES DAS NOTAS DA FORMA ESCOLA, EM QUALQUER DATA ---
       0220-LER-DEVOLUCOES             SECTION.
           OPEN INPUT DEVOLUCAO.
           IF FS-DEVOLUCAO NOT EQUAL 0
             GO TO 0220-LER-SAIDA
           END-IF.
           READ DEVOLUCAO NEXT RECORD.
           PERFORM UNTIL FS-DEVOLUCAO NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             MOVE DEV-FILIAL TO WRK-BUSCA-FILIAL
             MOVE DEV-NOTA   TO WRK-BUSCA-NOTA
             PERFORM 0207-LOCALIZAR-NOTA
             IF NOTA-ACHADA
               ADD DEV-VALOR TO WRK-NOT-DEVOL(WRK-IND-NOTA)
             END-IF
             READ DEVOLUCAO NEXT RECORD
           END-PERFORM.
           CLOSE DEVOLUCAO.
       0220-LER-SAIDA.
           EXIT.

      *--------------------------------------------------------------
      *  0230-LER-CONTA-ESCOLAR: AS VENDAS (TIPO V) DA CONTA ESCOLAR
      *  NO PERIODO, MENOS O DEVOLVIDO; A CANCELADA NAO CONTA (SAIU
      *  TAMBEM DO MOVIMENTO). LANCAMENTO SEM VENDA NA LOJA ENTRA NA
      *  TABELA PARA APARECER COMO DIVERGENTE.
      *--------------------------------------------------------------
       0230-LER-CONTA-ESCOLAR          SECTION.
           OPEN INPUT CONTAESC.
           IF FS-CONTAESC NOT EQUAL 0
             DISPLAY "CONTA ESCOLAR NAO FOI ABERTA - STATUS "
                     FS-CONTAESC
             GO TO 0230-LER-SAIDA
           END-IF.
           READ CONTAESC NEXT RECORD.
           PERFORM UNTIL FS-CONTAESC NOT EQUAL 00
             ADD 1 TO WRK-ACUM-LIDOS
             COMPUTE WRK-DATA-AAAAMM = CES-DATA / 100
             PERFORM 0205-TESTAR-PERIODO
             IF CES-VENDA AND NOT CES-CANCELADO AND NO-PERIODO
               MOVE CES-FILIAL TO WRK-BUSCA-FILIAL
               MOVE CES-NOTA   TO WRK-BUSCA-NOTA
               PERFORM 0207-LOCALIZAR-NOTA
               IF NOT NOTA-ACHADA
                 PERFORM 0208-INCLUIR-NOTA
                 IF WRK-IND-NOTA GREATER ZEROS
                   MOVE CES-DATA TO WRK-NOT-DATA(WRK-IND-NOTA)
                 END-IF
               END-IF
               IF WRK-IND-NOTA GREATER ZEROS
                 MOVE CES-ALU-ID TO WRK-NOT-ALU(WRK-IND-NOTA)
                 COMPUTE WRK-NOT-CONTA(WRK-IND-NOTA) =
                     WRK-NOT-CONTA(WRK-IND-NOTA)
                     + CES-VALOR - CES-VALOR-DEVOLVIDO
               END-IF
             END-IF
             READ CONTAESC NEXT RECORD
           END-PERFORM.
           CLOSE CONTAESC.
       0230-LER-SAIDA.
           EXIT.

       0240-LISTAR-NOTAS               SECTION.
           MOVE "FL NOTA DATA     ALUNO     VENDIDO    DEVOLVIDO"
             TO REG-RELCES.
           MOVE "     NA CONTA     DIFERENCA SITUACAO"
             TO REG-RELCES(48:).
           WRITE REG-RELCES.
           MOVE 1 TO WRK-IND-NOTA.
           PERFORM UNTIL WRK-IND-NOTA GREATER WRK-QTD-NOTAS
             PERFORM 0245-LISTAR-NOTA
             ADD 1 TO WRK-IND-NOTA
           END-PERFORM.

           MOVE SPACES TO REG-RELCES.
           WRITE REG-RELCES.
           MOVE "VENDIDO LIQUIDO NA LOJA (FORMA ESCOLA).." TO
             WRK-LT-ROTULO.
           MOVE WRK-TOT-LOJA TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOT TO REG-RELCES.
           WRITE REG-RELCES.
           MOVE "LANCADO LIQUIDO NA CONTA ESCOLAR......." TO
             WRK-LT-ROTULO.
           MOVE WRK-TOT-CONTA TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOT TO REG-RELCES.
           WRITE REG-RELCES.
           MOVE "DIFERENCA (LOJA - CONTA)................" TO
             WRK-LT-ROTULO.
           MOVE WRK-TOT-DIVERGE TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOT TO REG-RELCES.
           WRITE REG-RELCES.
           MOVE SPACES TO REG-RELCES.
           WRITE REG-RELCES.

       0245-LISTAR-NOTA                SECTION.
           COMPUTE WRK-LIQ-LOJA = WRK-NOT-LOJA(WRK-IND-NOTA)
                                - WRK-NOT-DEVOL(WRK-IND-NOTA).
           COMPUTE WRK-DIFERENCA = WRK-LIQ-LOJA
                                 - WRK-NOT-CONTA(WRK-IND-NOTA).
           ADD WRK-LIQ-LOJA                TO WRK-TOT-LOJA.
           ADD WRK-NOT-CONTA(WRK-IND-NOTA) TO WRK-TOT-CONTA.
           ADD WRK-DIFERENCA               TO WRK-TOT-DIVERGE.

           MOVE WRK-NOT-FILIAL(WRK-IND-NOTA) TO WRK-LN-FILIAL.
           MOVE WRK-NOT-NOTA(WRK-IND-NOTA)   TO WRK-LN-NOTA.
           MOVE WRK-NOT-DATA(WRK-IND-NOTA)   TO WRK-LN-DATA.
           MOVE WRK-NOT-ALU(WRK-IND-NOTA)    TO WRK-LN-ALU.
           MOVE WRK-NOT-LOJA(WRK-IND-NOTA)   TO WRK-LN-LOJA.
           MOVE WRK-NOT-DEVOL(WRK-IND-NOTA)  TO WRK-LN-DEVOL.
           MOVE WRK-NOT-CONTA(WRK-IND-NOTA)  TO WRK-LN-CONTA.
           MOVE WRK-DIFERENCA                TO WRK-LN-DIFER.
           IF WRK-DIFERENCA EQUAL ZEROS
             MOVE "OK"       TO WRK-LN-SITUACAO
           ELSE
             MOVE "DIVERGE"  TO WRK-LN-SITUACAO
             ADD 1 TO WRK-ACUM-DIVERGE
             IF WRK-DIFERENCA LESS ZEROS
               COMPUTE WRK-HASH = WRK-HASH - WRK-DIFERENCA
             ELSE
               ADD WRK-DIFERENCA TO WRK-HASH
             END-IF
           END-IF.
           MOVE WRK-LINHA-NOTA TO REG-RELCES.
           WRITE REG-RELCES.

      *--------------------------------------------------------------
      *  0250-CONFRONTAR-MENSALIDADES: O MATERIAL EMBUTIDO NAS
      *  COBRANCAS (MEN-MATERIAL) TEM QUE BATER COM O FATURADO NA
      *  CONTA ESCOLAR (VENDAS MENOS CREDITOS); O PENDENTE E O QUE A
      *  ESCOLA AINDA TEM A COBRAR DA LOJA NA PROXIMA MENSALIDADE.
      *--------------------------------------------------------------
       0250-CONFRONTAR-MENSALIDADES    SECTION.
           OPEN INPUT MENSALIDADES.
           IF FS-MENSALIDADES EQUAL 0
             READ MENSALIDADES NEXT RECORD
             PERFORM UNTIL FS-MENSALIDADES NOT EQUAL 00
               IF (WRK-PERIODO EQUAL ZEROS
                   OR MEN-COMPETENCIA EQUAL WRK-PERIODO)
                  AND MEN-MATERIAL IS NUMERIC
                 ADD MEN-MATERIAL TO WRK-TOT-MENSALID
               END-IF
               READ MENSALIDADES NEXT RECORD
             END-PERFORM
             CLOSE MENSALIDADES
           END-IF.

           OPEN INPUT CONTAESC.
           IF FS-CONTAESC EQUAL 0
             READ CONTAESC NEXT RECORD
             PERFORM UNTIL FS-CONTAESC NOT EQUAL 00
               PERFORM 0255-SOMAR-LANCAMENTO
               READ CONTAESC NEXT RECORD
             END-PERFORM
             CLOSE CONTAESC
           END-IF.

           MOVE "COBRANCA DO MATERIAL NAS MENSALIDADES" TO REG-RELCES.
           WRITE REG-RELCES.
           MOVE "MATERIAL NAS MENSALIDADES (MEN-MATERIAL)" TO
             WRK-LT-ROTULO.
           MOVE WRK-TOT-MENSALID TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOT TO REG-RELCES.
           WRITE REG-RELCES.
           MOVE "FATURADO NA CONTA ESCOLAR..............." TO
             WRK-LT-ROTULO.
           MOVE WRK-TOT-FATURADO TO WRK-LT-VALOR.
           MOVE WRK-LINHA-TOT TO REG-RELCES.
           WRITE REG-RELCES.
           IF WRK-TOT-MENSALID NOT EQUAL WRK-TOT-FATURADO
             MOVE "*** MENSALIDADES E CONTA ESCOLAR DIVERGEM ***"
               TO REG-RELCES
             WRITE REG-RELCES
             ADD 1 TO WRK-ACUM-DIVERGE
           END-IF.
           IF WRK-PERIODO EQUAL ZEROS
             MOVE "PENDENTE DE COBRANCA NA CONTA ESCOLAR..." TO
               WRK-LT-ROTULO
             MOVE WRK-TOT-PENDENTE TO WRK-LT-VALOR
             MOVE WRK-LINHA-TOT TO REG-RELCES
             WRITE REG-RELCES
           END-IF.

      *--- FATURADO NA COMPETENCIA PEDIDA; PENDENTE SO NO TOTAL ---
       0255-SOMAR-LANCAMENTO           SECTION.
           IF CES-FATURADO
              AND (WRK-PERIODO EQUAL ZEROS
                   OR CES-COMPETENCIA EQUAL WRK-PERIODO)
             IF CES-VENDA
               ADD CES-VALOR-FATURADO TO WRK-TOT-FATURADO
             ELSE
               SUBTRACT CES-VALOR-FATURADO FROM WRK-TOT-FATURADO
             END-IF
           END-IF.
           IF CES-PENDENTE
             IF CES-VENDA
               COMPUTE WRK-TOT-PENDENTE = WRK-TOT-PENDENTE
                   + CES-VALOR - CES-VALOR-DEVOLVIDO
             ELSE
               SUBTRACT CES-VALOR FROM WRK-TOT-PENDENTE
             END-IF
           END-IF.

           COPY "CAMMOVP.cpy".
           COPY "CAMDEVP.cpy".
           COPY "CAMCESP.cpy".
           COPY "CAMMENP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "ALU023"      TO LOG-JOB.
               IF WRK-ACUM-DIVERGE EQUAL ZEROS
                 MOVE "S"         TO LOG-STATUS
               ELSE
                 MOVE "E"         TO LOG-STATUS
               END-IF.
               MOVE WRK-QTD-NOTAS    TO LOG-QTD.
               MOVE WRK-ACUM-LIDOS   TO LOG-QTD-LIDOS.
               MOVE WRK-ACUM-DIVERGE TO LOG-QTD-REJEITADOS.
               MOVE WRK-HASH         TO LOG-HASH.
               MOVE "CONCILIACAO DA CONTA ESCOLAR" TO LOG-MENSAGEM.
               PERFORM 0130-REGISTRAR-LOG.
               DISPLAY "FIM DE PROGRAMA ".

           COPY "CAMLOGP.cpy".
           COPY "BATCHLOGP.cpy".
