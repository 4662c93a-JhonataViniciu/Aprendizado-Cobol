      *==            MOLDES DA LEITURA DO ARQ002. COMO A CHAVE ADMITE
      *==            DUPLICATAS, EXIBE TODOS OS REGISTROS COM O CPF
      *==            INFORMADO.
      *==  15/10/2026 - JV - EXIBE O ENDERECO ESTRUTURADO (NUMERO,
      *==            BAIRRO, CIDADE, UF E CEP) ALEM DO LOGRADOURO.
      *=================================================================

       ENVIRONMENT DIVISION.
                   DISPLAY "CPF........ " REG-CPF
                   DISPLAY "EMAIL...... " REG-EMAIL
                   DISPLAY "ENDERECO... " REG-ENDERECO
                           ", " REG-END-NUMERO
                   DISPLAY "BAIRRO..... " REG-END-BAIRRO
                   DISPLAY "CIDADE/UF.. " REG-END-CIDADE
                           "/" REG-END-UF
                   DISPLAY "CEP........ " REG-END-CEP
                   DISPLAY "--------------------------------"
                   ADD 1 TO WRK-ACUM-ACH
                 END-IF
