      *==            (COM DUPLICATAS) DO ARQUIVO CLIENTES, CRIADA PELA
      *==            RECONSTRUCAO DO ARQ015, PARA A CONSULTA DIRETA
      *==            POR CPF NO BALCAO (ARQ016).
      *==  15/10/2026 - JV - REGISTROS DE TESTE GRAVADOS COM O
      *==            ENDERECO ESTRUTURADO EM BRANCO (CEP ZERADO).
      *=================================================================

       ENVIRONMENT DIVISION.
                 CALL "DATAMES" USING WRK-AREA-DATAMES.
                 MOVE DTM-AAAAMMDD TO REG-DATA-CRIACAO.
                 MOVE 01 TO REG-FILIAL.
                 MOVE SPACES TO REG-END-NUMERO REG-END-BAIRRO
                                REG-END-CIDADE REG-END-UF.
                 MOVE ZEROS  TO REG-END-CEP.
                 WRITE REG-CLIENTES
                   INVALID KEY
                     PERFORM 9000-TRATA-ERRO
