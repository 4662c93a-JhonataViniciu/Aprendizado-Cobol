      *==            CADASTRO ANTES DAS EXTRACOES DE MARKETING.
      *== 21/08/2026 - JV - CAMINHO DA SAIDA RESOLVIDO PELO MODULO
      *==            CONFIG, COMO OS DEMAIS ARQUIVOS DA SUITE.
      *== 15/10/2026 - JV - NOVA EXCECAO PARA ENDERECO SEM CIDADE OU
      *==            UF EM REGISTRO ATIVO (LOGRADOURO QUE A CONVERSAO
      *==            DO ARQ040 NAO CONSEGUIU ESTRUTURAR).
      *=================================================================

       ENVIRONMENT DIVISION.
               PERFORM 0250-GRAVAR-EXCECAO
             END-IF.

             IF REG-STATUS NOT EQUAL 'I'
                AND REG-ENDERECO NOT EQUAL SPACES
                AND (REG-END-CIDADE EQUAL SPACES
                     OR REG-END-UF EQUAL SPACES)
               MOVE "ENDERECO SEM CIDADE OU UF"
                 TO WRK-LE-MOTIVO
               PERFORM 0250-GRAVAR-EXCECAO
             END-IF.

             IF REG-DATA-CRIACAO GREATER WRK-DATA-SISTEMA
               MOVE "DATA DE CRIACAO NO FUTURO" TO WRK-LE-MOTIVO
               PERFORM 0250-GRAVAR-EXCECAO
