      *==            SEQUENCIAL, ENTAO A ALTERACAO CARREGA TUDO EM
      *==            MEMORIA E REGRAVA O ARQUIVO COMPLETO. O VINCULO
      *==            DOS ALUNOS E FEITO NA MATRICULA DO ALU001.
      *==
      *==  15/10/2026 - JV - PERGUNTA A OPCAO PELA FATURA UNICA DA
      *==            FAMILIA (RSP-FATURA-FAMILIA, EMITIDA PELO ALU022).
      *=================================================================

       ENVIRONMENT DIVISION.
       77  WRK-NOME        PIC X(20) VALUE SPACES.
       77  WRK-CPF         PIC 9(11) VALUE ZEROS.
       77  WRK-TEL         PIC X(11) VALUE SPACES.
       77  WRK-FATURA-FAM  PIC X(01) VALUE SPACES.

      *------------ RESPONSAVEIS CARREGADOS EM MEMORIA ------------------
       01  WRK-TAB-RESP.
           05 WRK-RSP-REG OCCURS 200 TIMES PIC X(47).
       77  WRK-QTD-RESP    PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-RESP    PIC 9(03) VALUE 200.
       77  WRK-IND-RESP    PIC 9(03) VALUE ZEROS.
             ACCEPT WRK-CPF.
           DISPLAY "TELEFONE................. "
             ACCEPT WRK-TEL.
           DISPLAY "FATURA UNICA DA FAMILIA (S/N) "
             ACCEPT WRK-FATURA-FAM.
           IF WRK-FATURA-FAM EQUAL 's'
             MOVE 'S' TO WRK-FATURA-FAM
           END-IF.
           IF WRK-FATURA-FAM NOT EQUAL 'S'
             MOVE 'N' TO WRK-FATURA-FAM
           END-IF.

       0200-PROCESSAR                  SECTION.
           MOVE WRK-ID   TO RSP-ID.
           MOVE WRK-NOME TO RSP-NOME.
           MOVE WRK-CPF  TO RSP-CPF.
           MOVE WRK-TEL  TO RSP-TEL.
           MOVE WRK-FATURA-FAM TO RSP-FATURA-FAMILIA.

           MOVE 1   TO WRK-IND-RESP.
           MOVE "N" TO WRK-SW-RESP.
