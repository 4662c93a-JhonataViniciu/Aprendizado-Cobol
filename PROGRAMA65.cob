      *==           COMPLETA.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - CRC-ACORDO (ACORDOS DE RENEGOCIACAO) SAI
      *==           ZERADO NA COPIA, COMO O CRC-ENCARGOS.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               PERFORM 0210-COPIAR-REGISTRO
                 UNTIL FS-ANTIGO NOT EQUAL 00.

      *--- O LAYOUT ANTIGO NAO TEM CRC-ENCARGOS NEM CRC-ACORDO - ---
      *--- ZERA OS DOIS NA COPIA                                  ---
       0210-COPIAR-REGISTRO            SECTION.
               MOVE REG-CRCANTIGO TO REG-CONTAREC.
               MOVE ZEROS TO CRC-ENCARGOS.
               MOVE ZEROS TO CRC-ACORDO.
               WRITE REG-CONTAREC
                 INVALID KEY
                   DISPLAY "CHAVE DUPLICADA NA PARCELA "
