      *==            INFORMADO PELO OPERADOR E REGRAVA TODOS OS
      *==            REGISTROS NO CAMINHO PADRAO DA SUITE, JA COM O
      *==            INDICE ALTERNATIVO DE CPF CRIADO.
      *==  15/10/2026 - JV - REGISTRO COPIADO DE UM ARQUIVO ANTERIOR
      *==            AO ENDERECO ESTRUTURADO NASCE COM O CEP ZERADO (AS
      *==            DEMAIS PARTES FICAM EM BRANCO); A SEPARACAO DO
      *==            ENDERECO LIVRE E FEITA PELO ARQ040.
      *=================================================================

       ENVIRONMENT DIVISION.
                 IF REG-FILIAL IS NOT NUMERIC
                   MOVE 01 TO REG-FILIAL
                 END-IF
                 IF REG-END-CEP IS NOT NUMERIC
                   MOVE ZEROS TO REG-END-CEP
                 END-IF
                 WRITE REG-CLIENTES
                   INVALID KEY
                     PERFORM 9000-TRATA-ERRO
