      *==            TAMBEM GRAVADO NO DIARIO DE RECEBIMENTOS
      *==            (RECMOV.DAT) COM A DATA - E DE LA QUE O EXTRATO
      *==            DO CLIENTE (PROGRAMA51) TIRA OS PAGAMENTOS.
      *== 15/10/2026 - JV - PARCELA INFORMADA QUE FOI RENEGOCIADA EM
      *==            ACORDO (PROGRAMA80) NAO RECEBE BAIXA - O OPERADOR
      *==            E AVISADO DO ACORDO; AS PARCELAS DO ACORDO SAO
      *==            BAIXADAS AQUI PELA NOTA "A..." DO ACORDO.
      *== 15/10/2026 - JV - PARCELA BAIXADA PARA PERDAS (PROGRAMA82)
      *==            TAMBEM RECEBE O PAGAMENTO, SEM ENCARGOS, COMO
      *==            RECUPERACAO: QUITA QUANDO COBRE O VALOR E O
      *==            RECEBIMENTO VAI PARA O RECMOV.DAT COM RCM-TIPO
      *==            'P' PARA A EXPORTACAO CONTABIL (PROGRAMA53).
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           88 PARCELA-ACHADA                VALUE "S".
       77  WRK-SW-FIM          PIC X(01)    VALUE "N".
           88 FIM-DA-NOTA                   VALUE "S".
       77  WRK-SW-RECUPERACAO  PIC X(01)    VALUE "N".
           88 RECUPERACAO                   VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.
               DISPLAY "PARCELA EM ABERTO NAO ENCONTRADA PARA O "
                       "CLIENTE/NOTA"
             ELSE
               IF CRC-PERDA
                 SET RECUPERACAO TO TRUE
                 DISPLAY "PARCELA BAIXADA PARA PERDAS - PAGAMENTO "
                         "LANCADO COMO RECUPERACAO, SEM ENCARGOS"
               ELSE
                 PERFORM 0215-CALCULAR-ENCARGOS
               END-IF
               ADD WRK-VALOR-PAGO TO CRC-VALOR-PAGO
               IF CRC-VALOR-PAGO IS GREATER
                    THAN OR EQUAL TO CRC-VALOR
               MOVE CRC-PARCELA TO RCM-PARCELA
               MOVE DTM-AAAAMMDD TO RCM-DATA
               MOVE WRK-VALOR-PAGO TO RCM-VALOR
               IF RECUPERACAO
                 MOVE 'P' TO RCM-TIPO
               ELSE
                 MOVE SPACES TO RCM-TIPO
               END-IF
               WRITE REG-RECMOV
               CLOSE RECMOV
             END-IF.
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CRC-STATUS EQUAL 'A' OR CRC-PERDA
                     SET PARCELA-ACHADA TO TRUE
                   END-IF
                   IF CRC-RENEGOCIADA
                     DISPLAY "PARCELA RENEGOCIADA NO ACORDO "
                             CRC-ACORDO " - RECEBA PELAS PARCELAS "
                             "DO ACORDO"
                   END-IF
               END-READ
             ELSE
               MOVE "N"   TO WRK-SW-FIM
                OR CRC-NOTA NOT EQUAL WRK-NOTA
               SET FIM-DA-NOTA TO TRUE
             ELSE
               IF CRC-STATUS EQUAL 'A' OR CRC-PERDA
                 SET PARCELA-ACHADA TO TRUE
               END-IF
             END-IF.
