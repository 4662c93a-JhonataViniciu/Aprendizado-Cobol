      *==            REGISTRO INTEIRO) E REGRAVA NO CAMINHO PADRAO DA
      *==            SUITE - A PARTIR DAI A BAIXA DO ALU008 ATUALIZA
      *==            COM REWRITE NO LUGAR DA REGRAVACAO COMPLETA.
      *==  15/10/2026 - JV - O LAYOUT ANTIGO TAMBEM NAO TEM
      *==            MEN-MATERIAL (MATERIAL DA LOJA NA MENSALIDADE) -
      *==            ZERADO NA COPIA COMO OS ENCARGOS.
      *=================================================================

       ENVIRONMENT DIVISION.
               PERFORM 0210-COPIAR-REGISTRO
                 UNTIL FS-ANTIGO NOT EQUAL 00.

      *--- O LAYOUT ANTIGO NAO TEM MEN-ENCARGOS NEM MEN-MATERIAL ---
       0210-COPIAR-REGISTRO            SECTION.
               MOVE REG-MENANTIGO TO REG-MENSALIDADE.
               MOVE ZEROS TO MEN-ENCARGOS.
               MOVE ZEROS TO MEN-MATERIAL.
               WRITE REG-MENSALIDADE
                 INVALID KEY
                   DISPLAY "CHAVE DUPLICADA NA MENSALIDADE "
