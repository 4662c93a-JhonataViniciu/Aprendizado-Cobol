      *==            CONTINUIDADE NUMERICA DO CADASTRO. DIFERENTE DA
      *==            DESATIVACAO DO ARQ009, QUE PRESERVA OS DADOS
      *==            PESSOAIS.
      *==  15/10/2026 - JV - A ANONIMIZACAO APAGA TAMBEM AS PARTES DO
      *==            ENDERECO ESTRUTURADO (NUMERO, BAIRRO, CIDADE, UF
      *==            E CEP).
      *=================================================================

       ENVIRONMENT DIVISION.
             MOVE ZEROS            TO REG-CPF.
             MOVE SPACES           TO REG-EMAIL.
             MOVE SPACES           TO REG-ENDERECO.
             MOVE SPACES           TO REG-END-NUMERO REG-END-BAIRRO
                                      REG-END-CIDADE REG-END-UF.
             MOVE ZEROS            TO REG-END-CEP.

             REWRITE REG-CLIENTES
               INVALID KEY
