      *==            PARA O RECEBIMENTO DO PRD007. O ARQUIVO E
      *==            SEQUENCIAL, ENTAO A ALTERACAO CARREGA TUDO EM
      *==            MEMORIA E REGRAVA O ARQUIVO COMPLETO.
      *==  15/10/2026 - JV - LINHA JA CONFIRMADA DO PEDIDO, AINDA COM
      *==            ENTREGA PENDENTE, PODE SER ENCERRADA COM FALTA
      *==            (STATUS F COM RECEBIDA MENOR QUE PEDIDA) QUANDO O
      *==            FORNECEDOR NAO VAI MAIS ENTREGAR O SALDO - E ASSIM
      *==            QUE A FALTA ENTRA NA AVALIACAO DO PRD031.
      *=================================================================

       ENVIRONMENT DIVISION.
       77  WRK-NUM-PEDIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-NOVA    PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CONF   PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-ENCERR PIC 9(04) VALUE ZEROS.
       77  WRK-ENCERRA     PIC X(01) VALUE SPACES.
       77  WRK-SW-ACHADO   PIC X(01) VALUE "N".
           88 PEDIDO-ACHADO         VALUE "S".


           IF NOT PEDIDO-ACHADO
             DISPLAY "PEDIDO " WRK-NUM-PEDIDO " NAO ENCONTRADO COM "
                     "LINHAS SUGERIDAS OU PENDENTES"
             GOBACK
           END-IF.

             CLOSE PEDCOMP
             DISPLAY "PEDIDO " WRK-NUM-PEDIDO " CONFIRMADO COM "
                     WRK-ACUM-CONF " LINHAS"
             IF WRK-ACUM-ENCERR GREATER ZEROS
               DISPLAY WRK-ACUM-ENCERR " LINHAS ENCERRADAS COM FALTA"
             END-IF
           END-IF.

       0210-AJUSTAR-LINHA              SECTION.
               ADD 1 TO WRK-ACUM-CONF
             END-IF
             MOVE REG-PEDCOMP TO WRK-PED-REG(WRK-IND-LINHA)
           ELSE
             PERFORM 0215-ENCERRAR-LINHA
           END-IF.
           ADD 1 TO WRK-IND-LINHA.

      *--- LINHA CONFIRMADA COM ENTREGA PENDENTE PODE FECHAR COM FALTA
       0215-ENCERRAR-LINHA             SECTION.
           IF PED-NUMERO EQUAL WRK-NUM-PEDIDO AND PED-CONFIRMADO
              AND PED-QTD-RECEBIDA LESS PED-QTD-PEDIDA
             SET PEDIDO-ACHADO TO TRUE
             DISPLAY "---------------------------"
             DISPLAY "PRODUTO..: " PED-DESCRICAO
             DISPLAY "PEDIDA...: " PED-QTD-PEDIDA
                     "   RECEBIDA: " PED-QTD-RECEBIDA
             DISPLAY "ENCERRAR A LINHA COM FALTA? (S/N) "
               ACCEPT WRK-ENCERRA
             IF WRK-ENCERRA EQUAL "S" OR WRK-ENCERRA EQUAL "s"
               MOVE 'F' TO PED-STATUS
               ADD 1 TO WRK-ACUM-ENCERR
               DISPLAY "LINHA ENCERRADA COM FALTA"
               MOVE REG-PEDCOMP TO WRK-PED-REG(WRK-IND-LINHA)
             END-IF
           END-IF.

       0220-GRAVAR-LINHA               SECTION.
           MOVE WRK-PED-REG(WRK-IND-LINHA) TO REG-PEDCOMP.
           WRITE REG-PEDCOMP.
