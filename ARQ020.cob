      *==            INCLUSIVE QUANDO O BUFFER AINDA CARREGA A FILIAL
      *==            DE UM REGISTRO REAPLICADO ANTES; NAS ALTERACOES
      *==            VALE A FILIAL DO PROPRIO REGISTRO LIDO.
      *== 15/10/2026 - JV - A TRILHA SO CARREGA O LOGRADOURO DO
      *==            ENDERECO ESTRUTURADO: NA GRAVACAO REAPLICADA AS
      *==            DEMAIS PARTES (NUMERO, BAIRRO, CIDADE, UF E CEP)
      *==            FICAM EM BRANCO; NA ALTERACAO FICAM AS DO REGISTRO
      *==            LIDO, A NAO SER QUE O LOGRADOURO TENHA MUDADO -
      *==            AI TAMBEM FICAM EM BRANCO PARA NAO MISTURAR DOIS
      *==            ENDERECOS. ESSES CLIENTES VOLTAM A TER O ENDERECO
      *==            COMPLETADO PELO ARQ008.
      *=================================================================

       ENVIRONMENT DIVISION.
      *      FILIAL DE UM REGISTRO LIDO ANTES - NA GRAVACAO REAPLICADA
      *      VALE SEMPRE A MATRIZ
             MOVE 01 TO REG-FILIAL.
             PERFORM 0255-LIMPAR-PARTES-ENDERECO.
             WRITE REG-CLIENTES
               INVALID KEY
                 REWRITE REG-CLIENTES
             MOVE AUD-DEPOIS-CPF      TO REG-CPF.
             MOVE AUD-DEPOIS-STATUS   TO REG-STATUS.
             MOVE AUD-DEPOIS-EMAIL    TO REG-EMAIL.
             IF AUD-DEPOIS-ENDERECO NOT EQUAL REG-ENDERECO
               PERFORM 0255-LIMPAR-PARTES-ENDERECO
             END-IF.
             MOVE AUD-DEPOIS-ENDERECO TO REG-ENDERECO.
             MOVE AUD-DATA-CRIACAO    TO REG-DATA-CRIACAO.
      *      NAS ALTERACOES O REGISTRO LIDO PRESERVA A PROPRIA
               MOVE 01 TO REG-FILIAL
             END-IF.

      *--------------------------------------------------------------
      *  0255-LIMPAR-PARTES-ENDERECO: A TRILHA NAO CARREGA NUMERO,
      *  BAIRRO, CIDADE, UF NEM CEP DO ENDERECO ESTRUTURADO.
      *--------------------------------------------------------------
       0255-LIMPAR-PARTES-ENDERECO      SECTION.
             MOVE SPACES TO REG-END-NUMERO REG-END-BAIRRO
                            REG-END-CIDADE REG-END-UF.
             MOVE ZEROS  TO REG-END-CEP.

       0300-FINALIZAR                  SECTION.
               CLOSE CLIENTES.
               CLOSE AUDITORIA.
