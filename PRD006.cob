      *==            E LISTAGEM, NOS MESMOS MOLDES DO ARQ024. O
      *==            CADASTRO ALIMENTA A ENTRADA DE MERCADORIAS DO
      *==            PRD007.
      *==  15/10/2026 - JV - INCLUSAO E ALTERACAO PASSAM A RECEBER OS
      *==            DADOS BANCARIOS (BANCO, AGENCIA E CONTA) USADOS
      *==            NA REMESSA DE PAGAMENTOS DO PRD038.
      *=================================================================

       ENVIRONMENT DIVISION.
       77  WRK-NOME      PIC X(30) VALUE SPACES.
       77  WRK-CNPJ      PIC 9(14) VALUE ZEROS.
       77  WRK-TEL       PIC X(11) VALUE SPACES.
       77  WRK-BANCO     PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA   PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA     PIC X(10) VALUE SPACES.
       77  WRK-CONFIRMA  PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
               ACCEPT WRK-CNPJ.
             DISPLAY "TELEFONE.............. "
               ACCEPT WRK-TEL.
             DISPLAY "BANCO (0 = SEM CONTA). "
               ACCEPT WRK-BANCO.
             MOVE ZEROS  TO WRK-AGENCIA.
             MOVE SPACES TO WRK-CONTA.
             IF WRK-BANCO NOT EQUAL ZEROS
               DISPLAY "AGENCIA............... "
                 ACCEPT WRK-AGENCIA
               DISPLAY "CONTA COM DIGITO...... "
                 ACCEPT WRK-CONTA
             END-IF.

             MOVE WRK-ID   TO FOR-ID.
             MOVE WRK-NOME TO FOR-NOME.
             MOVE WRK-CNPJ TO FOR-CNPJ.
             MOVE WRK-TEL  TO FOR-TEL.
             MOVE 'A'      TO FOR-STATUS.
             MOVE WRK-BANCO   TO FOR-BANCO.
             MOVE WRK-AGENCIA TO FOR-AGENCIA.
             MOVE WRK-CONTA   TO FOR-CONTA.

             WRITE REG-FORNECEDOR
               INVALID KEY
                 IF WRK-TEL NOT EQUAL SPACES
                   MOVE WRK-TEL TO FOR-TEL
                 END-IF
                 DISPLAY "BANCO/AGENCIA/CONTA.. " FOR-BANCO " "
                         FOR-AGENCIA " " FOR-CONTA
                 DISPLAY "NOVO BANCO (0 = MANTER) "
                   ACCEPT WRK-BANCO
                 IF WRK-BANCO NOT EQUAL ZEROS
                   DISPLAY "AGENCIA............... "
                     ACCEPT WRK-AGENCIA
                   DISPLAY "CONTA COM DIGITO...... "
                     ACCEPT WRK-CONTA
                   MOVE WRK-BANCO   TO FOR-BANCO
                   MOVE WRK-AGENCIA TO FOR-AGENCIA
                   MOVE WRK-CONTA   TO FOR-CONTA
                 END-IF
                 REWRITE REG-FORNECEDOR
                   INVALID KEY
                     DISPLAY "ERRO AO REGRAVAR FORNECEDOR"
             PERFORM UNTIL FS-FORNECEDORES NOT EQUAL 00
               DISPLAY FOR-ID " " FOR-NOME " CNPJ " FOR-CNPJ
                       " STATUS " FOR-STATUS
                       " BANCO " FOR-BANCO
               READ FORNECEDORES NEXT RECORD
             END-PERFORM.

