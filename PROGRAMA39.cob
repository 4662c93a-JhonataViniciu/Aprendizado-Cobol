           MOVE ZEROS          TO CRC-VALOR-PAGO.
           MOVE 'A'            TO CRC-STATUS.
           MOVE ZEROS          TO CRC-ENCARGOS.
           MOVE ZEROS          TO CRC-ACORDO.
           WRITE REG-CONTAREC
             INVALID KEY
               DISPLAY "PARCELA DA NOTA " CRC-NOTA " JA EXISTIA - "
