      *==            DO PROGRAMA15. O ARQUIVO E SEQUENCIAL, ENTAO A
      *==            ALTERACAO CARREGA TUDO EM MEMORIA E REGRAVA O
      *==            ARQUIVO COMPLETO.
      *==
      *==  15/10/2026 - JV - A MANUTENCAO PEDE O MOTIVO DA ALTERACAO E
      *==            GRAVA NO CREDCLI A DATA, O MOTIVO E O OPERADOR
      *==            (MESMOS CAMPOS PREENCHIDOS PELA APROVACAO DA
      *==            REVISAO MENSAL DO ARQ038).
      *=================================================================

       ENVIRONMENT DIVISION.
           COPY "CAMARQ.cpy".
           COPY "CAMCRD.cpy".
           COPY "OPESSAO.cpy".
           COPY "DATAMES.cpy".
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CREDCLI      PIC 9(02) VALUE ZEROS.

       77  WRK-ID          PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-BLOQUEIO    PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO      PIC X(30) VALUE SPACES.

      *------------ REGISTROS DE CREDITO EM MEMORIA ---------------------
       01  WRK-TAB-CREDITOS.
           05 WRK-CRD-REG OCCURS 500 TIMES PIC X(73).
       77  WRK-QTD-CREDITOS PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-CREDITOS PIC 9(03) VALUE 500.
       77  WRK-SW-CARGA     PIC X(01) VALUE "N".
             ACCEPT WRK-LIMITE.
           DISPLAY "CLIENTE BLOQUEADO? (S/N)..... "
             ACCEPT WRK-BLOQUEIO.
           DISPLAY "MOTIVO DA ALTERACAO.......... "
             ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE "MANUTENCAO MANUAL" TO WRK-MOTIVO
           END-IF.
           CALL "DATAMES" USING WRK-AREA-DATAMES.

           PERFORM 0110-CARREGAR-CREDITOS.

           ELSE
             MOVE 'L' TO CRD-STATUS
           END-IF.
           MOVE DTM-AAAAMMDD        TO CRD-DATA-REVISAO.
           MOVE WRK-MOTIVO          TO CRD-MOTIVO.
           MOVE WRK-SESSAO-OPERADOR TO CRD-RESPONSAVEL.

           MOVE 1   TO WRK-IND-CREDITO.
           MOVE "N" TO WRK-SW-CREDITO.
