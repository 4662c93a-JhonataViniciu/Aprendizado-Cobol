      *==           NO BATCHLOG.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - VALE-TRANSPORTE: A PARTE DA EMPRESA NO
      *==            VALE (VTMOV.DAT, APURADO PELO PROGRAMA91) ENTRA
      *==            NO CUSTO DO CENTRO NAS DUAS COMPETENCIAS E SAI
      *==            TAMBEM EM COLUNA PROPRIA PARA O MES PEDIDO.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELDEPTO.

           SELECT VTMOV ASSIGN TO WRK-CAMINHO-VTMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VTMOV.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
       FD  RELDEPTO.
       01  REG-RELDEPTO               PIC X(100).

       FD  VTMOV.
           COPY "VTMOV.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

       WORKING-STORAGE               SECTION.
           COPY "CAMFLR.cpy".
           COPY "CAMCCU.cpy".
           COPY "CAMVTM.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "COMPETEN.cpy".
       77  FS-FOLHARES         PIC 9(02)    VALUE ZEROS.
       77  FS-CCUSTOS          PIC 9(02)    VALUE ZEROS.
       77  FS-RELDEPTO         PIC 9(02)    VALUE ZEROS.
       77  FS-VTMOV            PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELDEPTO PIC X(100)  VALUE SPACES.

              10 WRK-CCD-DESCR     PIC X(20).
              10 WRK-CCD-ATUAL     PIC 9(11)V99.
              10 WRK-CCD-ANTERIOR  PIC 9(11)V99.
              10 WRK-CCD-VT        PIC 9(11)V99.
       77  WRK-QTD-CENTROS     PIC 9(02)    VALUE ZEROS.
       77  WRK-MAX-CENTROS     PIC 9(02)    VALUE 50.
       77  WRK-IND-CENTRO      PIC 9(02)    VALUE ZEROS.
       77  WRK-SW-CENTRO       PIC X(01)    VALUE "N".
           88 CENTRO-ACHADO                 VALUE "S".
       77  WRK-CCUSTO-BUSCA    PIC 9(03)    VALUE ZEROS.
       77  WRK-COMP-BUSCA      PIC 9(06)    VALUE ZEROS.

       77  WRK-CUSTO-FUNC      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ACUM-LINHAS     PIC 9(04)    VALUE ZEROS.
           05 FILLER  PIC X(22) VALUE SPACES.
           05 FILLER  PIC X(16) VALUE "CUSTO ATUAL".
           05 FILLER  PIC X(16) VALUE "MES ANTERIOR".
           05 FILLER  PIC X(16) VALUE "VT EMPRESA".
       01  WRK-LINHA-DEPTO.
           05 WRK-LD-CODIGO    PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ATUAL     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-ANTERIOR  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LD-VT        PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
           END-PERFORM.
           CLOSE FOLHARES.

           PERFORM 0250-SOMAR-VALE-TRANSP.
           PERFORM 0230-BUSCAR-DESCRICOES.

           MOVE 1 TO WRK-IND-CENTRO.
               FLR-BRUTO + FLR-13-BRUTO
               + ((FLR-BRUTO + FLR-13-BRUTO) * 0,20)
               + FLR-FGTS.
           MOVE FLR-CCUSTO      TO WRK-CCUSTO-BUSCA.
           MOVE FLR-COMPETENCIA TO WRK-COMP-BUSCA.
           PERFORM 0215-SOMAR-NO-CENTRO.

      *--- SOMA WRK-CUSTO-FUNC NO CENTRO WRK-CCUSTO-BUSCA, NA COLUNA
      *--- DA COMPETENCIA WRK-COMP-BUSCA (CRIA O CENTRO SE PRECISO)
       0215-SOMAR-NO-CENTRO            SECTION.
           MOVE 1   TO WRK-IND-CENTRO.
           MOVE "N" TO WRK-SW-CENTRO.
           PERFORM 0220-LOCALIZAR-CENTRO
             IF WRK-QTD-CENTROS LESS WRK-MAX-CENTROS
               ADD 1 TO WRK-QTD-CENTROS
               MOVE WRK-QTD-CENTROS TO WRK-IND-CENTRO
               MOVE WRK-CCUSTO-BUSCA
                 TO WRK-CCD-CODIGO(WRK-IND-CENTRO)
               MOVE "SEM CENTRO" TO WRK-CCD-DESCR(WRK-IND-CENTRO)
               MOVE ZEROS TO WRK-CCD-ATUAL(WRK-IND-CENTRO)
               MOVE ZEROS TO WRK-CCD-ANTERIOR(WRK-IND-CENTRO)
               MOVE ZEROS TO WRK-CCD-VT(WRK-IND-CENTRO)
             ELSE
               GO TO 0215-SOMAR-SAIDA
             END-IF
           END-IF.
           IF WRK-COMP-BUSCA EQUAL WRK-COMPETENCIA
             ADD WRK-CUSTO-FUNC TO WRK-CCD-ATUAL(WRK-IND-CENTRO)
           ELSE
             ADD WRK-CUSTO-FUNC
               TO WRK-CCD-ANTERIOR(WRK-IND-CENTRO)
           END-IF.
       0215-SOMAR-SAIDA.
           EXIT.

       0220-LOCALIZAR-CENTRO           SECTION.
           IF WRK-CCD-CODIGO(WRK-IND-CENTRO) EQUAL WRK-CCUSTO-BUSCA
             SET CENTRO-ACHADO TO TRUE
           ELSE
             ADD 1 TO WRK-IND-CENTRO
           MOVE WRK-CCD-DESCR(WRK-IND-CENTRO)    TO WRK-LD-DESCR.
           MOVE WRK-CCD-ATUAL(WRK-IND-CENTRO)    TO WRK-LD-ATUAL.
           MOVE WRK-CCD-ANTERIOR(WRK-IND-CENTRO) TO WRK-LD-ANTERIOR.
           MOVE WRK-CCD-VT(WRK-IND-CENTRO)       TO WRK-LD-VT.
           MOVE WRK-LINHA-DEPTO TO REG-RELDEPTO.
           WRITE REG-RELDEPTO.
           ADD 1 TO WRK-ACUM-LINHAS.
           ADD 1 TO WRK-IND-CENTRO.

      *--- PARTE DA EMPRESA NO VALE-TRANSPORTE (VTMOV) POR CENTRO;
      *--- SEM O ARQUIVO O CUSTO SAI SO COM A FOLHA
       0250-SOMAR-VALE-TRANSP          SECTION.
           PERFORM 0161-OBTER-CAMINHO-VTMOV.
           OPEN INPUT VTMOV.
           IF FS-VTMOV NOT EQUAL 0
             GO TO 0250-SOMAR-SAIDA
           END-IF.
           READ VTMOV NEXT RECORD.
           PERFORM UNTIL FS-VTMOV NOT EQUAL 00
             IF VTM-COMPETENCIA EQUAL WRK-COMPETENCIA
                OR VTM-COMPETENCIA EQUAL WRK-COMP-ANTERIOR
               MOVE VTM-EMPRESA     TO WRK-CUSTO-FUNC
               MOVE VTM-CCUSTO      TO WRK-CCUSTO-BUSCA
               MOVE VTM-COMPETENCIA TO WRK-COMP-BUSCA
               PERFORM 0215-SOMAR-NO-CENTRO
               IF WRK-IND-CENTRO NOT GREATER WRK-QTD-CENTROS
                  AND VTM-COMPETENCIA EQUAL WRK-COMPETENCIA
                 ADD VTM-EMPRESA TO WRK-CCD-VT(WRK-IND-CENTRO)
               END-IF
             END-IF
             READ VTMOV NEXT RECORD
           END-PERFORM.
           CLOSE VTMOV.
       0250-SOMAR-SAIDA.
           EXIT.

           COPY "CAMFLRP.cpy".
           COPY "CAMCCUP.cpy".
           COPY "CAMVTMP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA60" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
