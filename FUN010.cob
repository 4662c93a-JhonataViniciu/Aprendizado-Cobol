      *==            PARA AS CATEGORIAS COMERCIAIS. O ARQUIVO E
      *==            SEQUENCIAL, ENTAO A ALTERACAO CARREGA TUDO EM
      *==            MEMORIA E REGRAVA O ARQUIVO COMPLETO.
      *==
      *==  15/10/2026 - JV - O CENTRO PASSA A INFORMAR A FILIAL A QUE
      *==            PERTENCE (CCU-FILIAL, 0 = MATRIZ 01), USADA PELO
      *==            DRE GERENCIAL POR FILIAL DO PROGRAMA88.
      *=================================================================

       ENVIRONMENT DIVISION.
       77  WRK-CODIGO      PIC 9(03) VALUE ZEROS.
       77  WRK-DESCRICAO   PIC X(20) VALUE SPACES.
       77  WRK-STATUS      PIC X(01) VALUE SPACES.
       77  WRK-FILIAL      PIC 9(02) VALUE ZEROS.

      *------------ CENTROS CARREGADOS EM MEMORIA -----------------------
       01  WRK-TAB-CENTROS.
           05 WRK-CCU-REG OCCURS 100 TIMES PIC X(26).
       77  WRK-QTD-CENTROS PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-CENTROS PIC 9(03) VALUE 100.
       77  WRK-IND-CENTRO  PIC 9(03) VALUE ZEROS.
           IF WRK-STATUS NOT EQUAL 'A' AND WRK-STATUS NOT EQUAL 'I'
             MOVE 'A' TO WRK-STATUS
           END-IF.
           DISPLAY "FILIAL DO CENTRO (0 = MATRIZ) "
             ACCEPT WRK-FILIAL.
           IF WRK-FILIAL EQUAL ZEROS
             MOVE 01 TO WRK-FILIAL
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE WRK-CODIGO    TO CCU-CODIGO.
           MOVE WRK-DESCRICAO TO CCU-DESCRICAO.
           MOVE WRK-STATUS    TO CCU-STATUS.
           MOVE WRK-FILIAL    TO CCU-FILIAL.

           MOVE 1   TO WRK-IND-CENTRO.
           MOVE "N" TO WRK-SW-CENTRO.
