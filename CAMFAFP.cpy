      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO REGISTRO DE FATURAS DE FAMILIA
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE FATFAM_DAT > PADRAO DO COPYBOOK).
      *==            INCLUI O PARAGRAFO QUE DIZ SE A MENSALIDADE EM
      *==            REG-MENSALIDADE FOI AGRUPADA NUMA FATURA DE
      *==            FAMILIA: O CHAMADOR ABRE O FATFAM (E LIGA
      *==            FATFAM-ABERTO) E RECEBE MENSALIDADE-NA-FATURA,
      *==            COM A FATURA EM REG-FATFAM. A ULTIMA CHAVE LIDA
      *==            FICA GUARDADA - OS IRMAOS SEGUIDOS NAO RELEEM.
      *=================================================================
       0111-OBTER-CAMINHO-FATFAM       SECTION.
           MOVE WRK-CAMINHO-FAF-PADRAO TO WRK-CAMINHO-FATFAM.
           CALL "CONFIG" USING
               "FATFAM_DAT          " WRK-CAMINHO-FATFAM.

       0112-MENSALIDADE-NA-FATURA      SECTION.
           MOVE "N" TO WRK-SW-NA-FATURA.
           IF NOT FATFAM-ABERTO
              OR MEN-RESP-ID IS NOT NUMERIC
              OR MEN-RESP-ID EQUAL ZEROS
             GO TO 0112-MENSALIDADE-SAIDA
           END-IF.
           MOVE MEN-COMPETENCIA TO FAF-COMPETENCIA.
           MOVE MEN-RESP-ID     TO FAF-RESP-ID.
           IF FAF-CHAVE NOT EQUAL WRK-FAF-CHAVE-LIDA
             MOVE FAF-CHAVE TO WRK-FAF-CHAVE-LIDA
             MOVE "S" TO WRK-SW-FAF-LIDA
             READ FATFAM KEY IS FAF-CHAVE
               INVALID KEY
                 MOVE "N" TO WRK-SW-FAF-LIDA
             END-READ
           END-IF.
           IF NOT FATURA-LIDA
             GO TO 0112-MENSALIDADE-SAIDA
           END-IF.
           MOVE 1 TO WRK-IND-FAF-FILHO.
           PERFORM UNTIL WRK-IND-FAF-FILHO GREATER FAF-QTD-FILHOS
                      OR MENSALIDADE-NA-FATURA
             IF FAF-ALU-ID(WRK-IND-FAF-FILHO) EQUAL MEN-ALU-ID
               SET MENSALIDADE-NA-FATURA TO TRUE
             ELSE
               ADD 1 TO WRK-IND-FAF-FILHO
             END-IF
           END-PERFORM.
       0112-MENSALIDADE-SAIDA.
           EXIT.
