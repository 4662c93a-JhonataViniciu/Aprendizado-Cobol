      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CRITICA DO ENDERECO ESTRUTURADO DIGITADO NA TELA
      *==            DO CLIENTE. ENDERECO TODO EM BRANCO CONTINUA
      *==            ACEITO. COM O CEP.DAT DISPONIVEL O CEP PASSA A SER
      *==            OBRIGATORIO E PRECISA CONSTAR DA TABELA: A CIDADE
      *==            E A UF VEM SEMPRE DO CEP, O LOGRADOURO E O BAIRRO
      *==            SO QUANDO DEIXADOS EM BRANCO - SE O CEP COMPLETOU
      *==            ALGUM CAMPO A TELA VOLTA PARA CONFERENCIA. SEM O
      *==            CEP.DAT O ENDERECO E ACEITO SEM A CONFERENCIA DO
      *==            CEP. EM QUALQUER CASO O LOGRADOURO E A CIDADE SAO
      *==            OBRIGATORIOS E A UF PRECISA SER VALIDA. RECUSA
      *==            DESLIGA WRK-SW-TELA E DEIXA O MOTIVO EM
      *==            WRK-MSG-END.
      *=================================================================
       0118-VALIDAR-ENDERECO           SECTION.
           MOVE SPACES TO WRK-MSG-END.
           MOVE "N"    TO WRK-SW-END-COMPLETADO.

           IF WRK-ENDERECO   EQUAL SPACES
              AND WRK-END-NUMERO EQUAL SPACES
              AND WRK-END-BAIRRO EQUAL SPACES
              AND WRK-END-CIDADE EQUAL SPACES
              AND WRK-END-UF     EQUAL SPACES
              AND WRK-END-CEP    EQUAL ZEROS
             GO TO 0118-VALIDAR-SAIDA
           END-IF.

           MOVE WRK-END-CEP TO CEC-CEP.
           CALL "CEPCONS" USING WRK-AREA-CEPCONS.

           IF NOT CEC-SEM-TABELA
              AND WRK-END-CEP EQUAL ZEROS
             MOVE "INFORME O CEP DO ENDERECO" TO WRK-MSG-END
             MOVE "N" TO WRK-SW-TELA
             GO TO 0118-VALIDAR-SAIDA
           END-IF.

           IF CEC-NAO-ACHADO
             MOVE "CEP NAO CONSTA DA TABELA DE CEP" TO WRK-MSG-END
             MOVE "N" TO WRK-SW-TELA
             GO TO 0118-VALIDAR-SAIDA
           END-IF.

           IF CEC-ACHADO
             IF WRK-END-CIDADE NOT EQUAL CEC-CIDADE
                OR WRK-END-UF  NOT EQUAL CEC-UF
               MOVE CEC-CIDADE TO WRK-END-CIDADE
               MOVE CEC-UF     TO WRK-END-UF
               MOVE "S"        TO WRK-SW-END-COMPLETADO
             END-IF
             IF WRK-ENDERECO EQUAL SPACES
                AND CEC-LOGRADOURO NOT EQUAL SPACES
               MOVE CEC-LOGRADOURO TO WRK-ENDERECO
               MOVE "S"            TO WRK-SW-END-COMPLETADO
             END-IF
             IF WRK-END-BAIRRO EQUAL SPACES
                AND CEC-BAIRRO NOT EQUAL SPACES
               MOVE CEC-BAIRRO TO WRK-END-BAIRRO
               MOVE "S"        TO WRK-SW-END-COMPLETADO
             END-IF
             IF END-COMPLETADO-CEP
               MOVE "ENDERECO COMPLETADO PELO CEP - CONFIRA"
                 TO WRK-MSG-END
               MOVE "N" TO WRK-SW-TELA
               GO TO 0118-VALIDAR-SAIDA
             END-IF
           END-IF.

           IF WRK-ENDERECO EQUAL SPACES
             MOVE "INFORME O LOGRADOURO" TO WRK-MSG-END
             MOVE "N" TO WRK-SW-TELA
             GO TO 0118-VALIDAR-SAIDA
           END-IF.

           IF WRK-END-CIDADE EQUAL SPACES
             MOVE "INFORME A CIDADE" TO WRK-MSG-END
             MOVE "N" TO WRK-SW-TELA
             GO TO 0118-VALIDAR-SAIDA
           END-IF.

           MOVE WRK-END-UF TO WRK-UF-CRITICA.
           PERFORM 0196-CRITICAR-UF.
           IF NOT UF-VALIDA
             MOVE "UF INVALIDA" TO WRK-MSG-END
             MOVE "N" TO WRK-SW-TELA
           END-IF.
       0118-VALIDAR-SAIDA.
           EXIT.
