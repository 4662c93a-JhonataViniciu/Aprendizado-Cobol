      *==           LOG-HASH.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - O TOTAL DEPOSITADO E GRAVADO COMO CREDITO
      *==           ESPERADO NO DIARIO DE MOVIMENTOS BANCARIOS
      *==           (MOVBANCO.DAT), NA CONTA DE USO D DO CADASTRO
      *==           CONTABAN.DAT, PARA A CONCILIACAO DO PROGRAMA68.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELDEP.

           SELECT CONTABAN ASSIGN TO WRK-CAMINHO-CONTABAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABAN.

           SELECT MOVBANCO ASSIGN TO WRK-CAMINHO-MOVBANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVBANCO.

           SELECT BATCHLOG ASSIGN TO WRK-CAMINHO-BATCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCHLOG.
       FD  RELDEP.
       01  REG-RELDEP                 PIC X(80).

       FD  CONTABAN.
           COPY "CONTABAN.cpy".

       FD  MOVBANCO.
           COPY "MOVBANCO.cpy".

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".

           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
           COPY "DATAMES.cpy".
           COPY "CAMCTB.cpy".
           COPY "CAMMBC.cpy".
       77  FS-CHEQUES          PIC 9(02)    VALUE ZEROS.
       77  FS-RELDEP           PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  FS-CONTABAN         PIC 9(02)    VALUE ZEROS.
       77  FS-MOVBANCO         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELDEP  PIC X(100)   VALUE SPACES.

      *--- CHEQUES CARREGADOS EM MEMORIA (REGRAVACAO COMPLETA) ---
               UNTIL WRK-IND-CHEQUE GREATER WRK-QTD-CHEQUES
             CLOSE CHEQUES
             DISPLAY "CARTEIRA DE CHEQUES ATUALIZADA"
             PERFORM 0230-REGISTRAR-DEPOSITO
           END-IF.
       0220-REGRAVAR-SAIDA.
           EXIT.
           WRITE REG-CHEQUE.
           ADD 1 TO WRK-IND-CHEQUE.

      *--- O DEPOSITO VIRA CREDITO ESPERADO NA CONTA DE DEPOSITOS ---
       0230-REGISTRAR-DEPOSITO         SECTION.
           MOVE 'D' TO WRK-USO-CONTA.
           PERFORM 0173-OBTER-CONTA-BANCO.
           MOVE WRK-CONTA-BANCO    TO MBC-CONTA.
           MOVE DTM-AAAAMMDD       TO MBC-DATA.
           MOVE 'C'                TO MBC-TIPO.
           MOVE "PROGRAMA38"       TO MBC-ORIGEM.
           MOVE "DEPOSITO CHEQUES" TO MBC-DOCUMENTO.
           MOVE WRK-TOTAL-DEPOSITO TO MBC-VALOR.
           PERFORM 0175-REGISTRAR-MOVBANCO.

           COPY "CAMCHQP.cpy".
           COPY "CAMCTBP.cpy".
           COPY "CAMMBCP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA38" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
