       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ038.
      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: APROVACAO DA REVISAO MENSAL DO LIMITE DE CREDITO
      *==            (ARQ037) - SO PARA OPERADOR DE NIVEL SUPERVISOR
      *==            (2), COMO O ARQ031. O GERENTE DE CREDITO APROVA
      *==            TODAS AS PROPOSTAS PENDENTES DE UMA VEZ (OU SO AS
      *==            QUE MUDAM O LIMITE OU O BLOQUEIO) OU PERCORRE UMA
      *==            A UMA: APROVA, AJUSTA O LIMITE E O MOTIVO,
      *==            REJEITA OU DEIXA PENDENTE (ENTER). A APROVADA
      *==            GRAVA NO CREDCLI.DAT O NOVO LIMITE, O BLOQUEIO
      *==            (ACAO BLOQUEAR), A DATA, O MOTIVO E O RESPONSAVEL.
      *==            OS ARQUIVOS SAO SEQUENCIAIS, ENTAO PROPOSTAS E
      *==            LIMITES SAO CARREGADOS EM MEMORIA E REGRAVADOS.
      *=================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPCRD ASSIGN TO WRK-CAMINHO-PROPCRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPCRD.

           SELECT CREDCLI ASSIGN TO WRK-CAMINHO-CREDCLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CREDCLI.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPCRD.
           COPY "PROPCRD.cpy".
       FD  CREDCLI.
           COPY "CREDCLI.cpy".

       WORKING-STORAGE SECTION.
           COPY "CAMPCR.cpy".
           COPY "CAMCRD.cpy".
           COPY "OPESSAO.cpy".
           COPY "DATAMES.cpy".
       77  FS-PROPCRD      PIC 9(02) VALUE ZEROS.
       77  FS-CREDCLI      PIC 9(02) VALUE ZEROS.

       77  WRK-MODO        PIC X(01) VALUE SPACES.
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-DECISAO     PIC X(01) VALUE SPACES.
       77  WRK-LIMITE-NOVO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77  WRK-ACUM-APROV  PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-REJEIT PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-PEND   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-A-APROVAR PIC 9(04) VALUE ZEROS.
       77  WRK-SW-ALTERADO PIC X(01) VALUE "N".
           88 PROPOSTAS-ALTERADAS   VALUE "S".

      *------------ PROPOSTAS CARREGADAS EM MEMORIA --------------------
       01  WRK-TAB-PROPOSTAS.
           05 WRK-PCR-REG OCCURS 500 TIMES PIC X(138).
       77  WRK-QTD-LINHAS  PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-LINHAS  PIC 9(03) VALUE 500.
       77  WRK-IND-LINHA   PIC 9(03) VALUE ZEROS.

      *------------ REGISTROS DE CREDITO EM MEMORIA ------------------
       01  WRK-TAB-CREDITOS.
           05 WRK-CRD-REG OCCURS 500 TIMES PIC X(73).
       77  WRK-QTD-CREDITOS PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-CREDITOS PIC 9(03) VALUE 500.
       77  WRK-IND-CREDITO  PIC 9(03) VALUE ZEROS.
       77  WRK-SW-CREDITO   PIC X(01) VALUE "N".
           88 CREDITO-ACHADO         VALUE "S".
       77  WRK-SW-CARGA     PIC X(01) VALUE "N".
           88 CARGA-TRANSBORDOU      VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR.
               PERFORM 0300-FINALIZAR.
                 GOBACK.
       0100-INICIALIZAR                SECTION.
           IF WRK-SESSAO-NIVEL LESS 2
             DISPLAY "APROVACAO DE CREDITO SO PARA SUPERVISOR"
             GOBACK
           END-IF.
           CALL "DATAMES" USING WRK-AREA-DATAMES.

           PERFORM 0189-OBTER-CAMINHO-PROPCRD.
           OPEN INPUT PROPCRD.
           IF FS-PROPCRD NOT EQUAL 0
             DISPLAY "ARQUIVO DE PROPOSTAS NAO FOI ABERTO - STATUS "
                     FS-PROPCRD " - RODE A REVISAO (ARQ037)"
             GOBACK
           END-IF.
           READ PROPCRD NEXT RECORD.
           PERFORM UNTIL FS-PROPCRD NOT EQUAL 00
             IF WRK-QTD-LINHAS LESS WRK-MAX-LINHAS
               ADD 1 TO WRK-QTD-LINHAS
               MOVE REG-PROPCRD TO WRK-PCR-REG(WRK-QTD-LINHAS)
               IF PCR-PENDENTE
                 ADD 1 TO WRK-ACUM-A-APROVAR
               END-IF
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ PROPCRD NEXT RECORD
           END-PERFORM.
           CLOSE PROPCRD.

           PERFORM 0141-OBTER-CAMINHO-CREDCLI.
           OPEN INPUT CREDCLI.
           IF FS-CREDCLI NOT EQUAL 0
             DISPLAY "CADASTRO DE CREDITO NAO FOI ABERTO - STATUS "
                     FS-CREDCLI
             GOBACK
           END-IF.
           READ CREDCLI NEXT RECORD.
           PERFORM UNTIL FS-CREDCLI NOT EQUAL 00
             IF WRK-QTD-CREDITOS LESS WRK-MAX-CREDITOS
               ADD 1 TO WRK-QTD-CREDITOS
               MOVE REG-CREDCLI TO WRK-CRD-REG(WRK-QTD-CREDITOS)
             ELSE
               SET CARGA-TRANSBORDOU TO TRUE
             END-IF
             READ CREDCLI NEXT RECORD
           END-PERFORM.
           CLOSE CREDCLI.

           IF CARGA-TRANSBORDOU
             DISPLAY "CARGA EM MEMORIA INCOMPLETA - APROVACAO "
                     "ABORTADA PARA NAO PERDER REGISTROS"
             GOBACK
           END-IF.
           IF WRK-ACUM-A-APROVAR EQUAL ZEROS
             DISPLAY "NENHUMA PROPOSTA PENDENTE"
             GOBACK
           END-IF.

           DISPLAY "PROPOSTAS PENDENTES: " WRK-ACUM-A-APROVAR.
           DISPLAY "(T)ODAS DE UMA VEZ, SO AS QUE (M)UDAM O LIMITE "
                   "OU O BLOQUEIO, (U)MA A UMA "
             ACCEPT WRK-MODO.
           EVALUATE WRK-MODO
             WHEN "t"
               MOVE "T" TO WRK-MODO
             WHEN "m"
               MOVE "M" TO WRK-MODO
             WHEN "T"
             WHEN "M"
               CONTINUE
             WHEN OTHER
               MOVE "U" TO WRK-MODO
           END-EVALUATE.
           IF WRK-MODO NOT EQUAL "U"
             DISPLAY "CONFIRMA A APROVACAO EM LOTE? (S/N) "
               ACCEPT WRK-CONFIRMA
             IF WRK-CONFIRMA NOT EQUAL "S"
                AND WRK-CONFIRMA NOT EQUAL "s"
               DISPLAY "APROVACAO EM LOTE CANCELADA"
               GOBACK
             END-IF
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE 1 TO WRK-IND-LINHA.
           PERFORM 0210-REVISAR-PROPOSTA
             UNTIL WRK-IND-LINHA GREATER WRK-QTD-LINHAS.

           IF NOT PROPOSTAS-ALTERADAS
             GO TO 0200-PROCESSAR-SAIDA
           END-IF.
           IF WRK-ACUM-APROV GREATER ZEROS
             OPEN OUTPUT CREDCLI
             IF FS-CREDCLI NOT EQUAL 0
               DISPLAY "CADASTRO DE CREDITO NAO FOI REGRAVADO - "
                       "STATUS " FS-CREDCLI
               GO TO 0200-PROCESSAR-SAIDA
             END-IF
             MOVE 1 TO WRK-IND-CREDITO
             PERFORM 0240-GRAVAR-CREDITO
               UNTIL WRK-IND-CREDITO GREATER WRK-QTD-CREDITOS
             CLOSE CREDCLI
           END-IF.
           OPEN OUTPUT PROPCRD.
           IF FS-PROPCRD NOT EQUAL 0
             DISPLAY "ARQUIVO DE PROPOSTAS NAO FOI REGRAVADO - STATUS "
                     FS-PROPCRD
           ELSE
             MOVE 1 TO WRK-IND-LINHA
             PERFORM 0250-GRAVAR-LINHA
               UNTIL WRK-IND-LINHA GREATER WRK-QTD-LINHAS
             CLOSE PROPCRD
           END-IF.
       0200-PROCESSAR-SAIDA.
           EXIT.

       0210-REVISAR-PROPOSTA           SECTION.
           MOVE WRK-PCR-REG(WRK-IND-LINHA) TO REG-PROPCRD.
           IF NOT PCR-PENDENTE
             GO TO 0210-REVISAR-SAIDA
           END-IF.
           MOVE PCR-LIMITE-PROPOSTO TO WRK-LIMITE-NOVO.
           MOVE PCR-MOTIVO          TO WRK-MOTIVO.

           IF WRK-MODO EQUAL "T"
             PERFORM 0220-APLICAR-PROPOSTA
             GO TO 0210-REVISAR-SAIDA
           END-IF.
           IF WRK-MODO EQUAL "M"
             IF PCR-MANTER
               ADD 1 TO WRK-ACUM-PEND
             ELSE
               PERFORM 0220-APLICAR-PROPOSTA
             END-IF
             GO TO 0210-REVISAR-SAIDA
           END-IF.

           DISPLAY "---------------------------".
           DISPLAY "CLIENTE..: " PCR-ID-CLIENTE " " PCR-NOME.
           DISPLAY "PARCELAS: " PCR-QTD-PARCELAS
                   "  ATRASO MEDIO: " PCR-MEDIA-ATRASO
                   "  MAIOR ATRASO: " PCR-MAIOR-ATRASO
                   "  CHEQUES DEVOLVIDOS: " PCR-CHEQUES-DEV.
           DISPLAY "COMPRAS NO PERIODO: " PCR-TOTAL-COMPRAS
                   "  EM ABERTO: " PCR-SALDO-ABERTO.
           DISPLAY "LIMITE...: " PCR-LIMITE-ATUAL
                   " -> " PCR-LIMITE-PROPOSTO
                   "  SITUACAO ATUAL: " PCR-STATUS-ATUAL.
           EVALUATE TRUE
             WHEN PCR-AUMENTAR
               DISPLAY "PROPOSTA: AUMENTAR - " PCR-MOTIVO
             WHEN PCR-REDUZIR
               DISPLAY "PROPOSTA: REDUZIR - " PCR-MOTIVO
             WHEN PCR-BLOQUEAR
               DISPLAY "PROPOSTA: BLOQUEAR - " PCR-MOTIVO
             WHEN OTHER
               DISPLAY "PROPOSTA: MANTER - " PCR-MOTIVO
           END-EVALUATE.
           DISPLAY "(A)PROVAR, A(J)USTAR, (R)EJEITAR, ENTER = PULA "
             ACCEPT WRK-DECISAO.
           EVALUATE WRK-DECISAO
             WHEN "A"
             WHEN "a"
               PERFORM 0220-APLICAR-PROPOSTA
             WHEN "J"
             WHEN "j"
               DISPLAY "LIMITE APROVADO.............. "
                 ACCEPT WRK-LIMITE-NOVO
               DISPLAY "MOTIVO (ENTER = O DA PROPOSTA) "
                 ACCEPT WRK-MOTIVO
               IF WRK-MOTIVO EQUAL SPACES
                 MOVE PCR-MOTIVO TO WRK-MOTIVO
               END-IF
               PERFORM 0220-APLICAR-PROPOSTA
             WHEN "R"
             WHEN "r"
               MOVE 'R'                 TO PCR-SITUACAO
               MOVE WRK-SESSAO-OPERADOR TO PCR-APROVADOR
               MOVE REG-PROPCRD TO WRK-PCR-REG(WRK-IND-LINHA)
               SET PROPOSTAS-ALTERADAS TO TRUE
               ADD 1 TO WRK-ACUM-REJEIT
               DISPLAY "PROPOSTA REJEITADA"
             WHEN OTHER
               ADD 1 TO WRK-ACUM-PEND
           END-EVALUATE.
       0210-REVISAR-SAIDA.
           ADD 1 TO WRK-IND-LINHA.

      *--- GRAVA LIMITE, BLOQUEIO E MOTIVO NA LINHA DO CREDCLI ---
       0220-APLICAR-PROPOSTA           SECTION.
           MOVE 1   TO WRK-IND-CREDITO.
           MOVE "N" TO WRK-SW-CREDITO.
           PERFORM UNTIL WRK-IND-CREDITO GREATER WRK-QTD-CREDITOS
                      OR CREDITO-ACHADO
             IF WRK-CRD-REG(WRK-IND-CREDITO)(1:4) EQUAL
                  PCR-ID-CLIENTE
               SET CREDITO-ACHADO TO TRUE
             ELSE
               ADD 1 TO WRK-IND-CREDITO
             END-IF
           END-PERFORM.
           IF NOT CREDITO-ACHADO
             DISPLAY "CLIENTE " PCR-ID-CLIENTE " SAIU DO CADASTRO DE "
                     "CREDITO - PROPOSTA MANTIDA PENDENTE"
             ADD 1 TO WRK-ACUM-PEND
             GO TO 0220-APLICAR-SAIDA
           END-IF.

           MOVE WRK-CRD-REG(WRK-IND-CREDITO) TO REG-CREDCLI.
           MOVE WRK-LIMITE-NOVO TO CRD-LIMITE.
           IF PCR-BLOQUEAR
             MOVE 'B' TO CRD-STATUS
           END-IF.
           MOVE DTM-AAAAMMDD        TO CRD-DATA-REVISAO.
           MOVE WRK-MOTIVO          TO CRD-MOTIVO.
           MOVE WRK-SESSAO-OPERADOR TO CRD-RESPONSAVEL.
           MOVE REG-CREDCLI TO WRK-CRD-REG(WRK-IND-CREDITO).

           MOVE 'A'                 TO PCR-SITUACAO.
           MOVE WRK-LIMITE-NOVO     TO PCR-LIMITE-PROPOSTO.
           MOVE WRK-MOTIVO          TO PCR-MOTIVO.
           MOVE WRK-SESSAO-OPERADOR TO PCR-APROVADOR.
           MOVE REG-PROPCRD TO WRK-PCR-REG(WRK-IND-LINHA).
           SET PROPOSTAS-ALTERADAS TO TRUE.
           ADD 1 TO WRK-ACUM-APROV.
       0220-APLICAR-SAIDA.
           EXIT.

       0240-GRAVAR-CREDITO             SECTION.
           MOVE WRK-CRD-REG(WRK-IND-CREDITO) TO REG-CREDCLI.
           WRITE REG-CREDCLI.
           ADD 1 TO WRK-IND-CREDITO.

       0250-GRAVAR-LINHA               SECTION.
           MOVE WRK-PCR-REG(WRK-IND-LINHA) TO REG-PROPCRD.
           WRITE REG-PROPCRD.
           ADD 1 TO WRK-IND-LINHA.

           COPY "CAMPCRP.cpy".
           COPY "CAMCRDP.cpy".
       0300-FINALIZAR                  SECTION.
               DISPLAY "PROPOSTAS APROVADAS....: " WRK-ACUM-APROV.
               DISPLAY "PROPOSTAS REJEITADAS...: " WRK-ACUM-REJEIT.
               DISPLAY "PROPOSTAS PENDENTES....: " WRK-ACUM-PEND.
               DISPLAY "FIM DE PROGRAMA ".
