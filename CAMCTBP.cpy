      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO CADASTRO DE CONTAS BANCARIAS
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE CONTABAN_DAT > PADRAO DO COPYBOOK).
      *==            INCLUI O PARAGRAFO QUE ESCOLHE A CONTA PELO USO:
      *==            O CHAMADOR PREENCHE WRK-USO-CONTA E RECEBE EM
      *==            WRK-CONTA-BANCO A PRIMEIRA CONTA ATIVA DAQUELE
      *==            USO, OU A PRIMEIRA CONTA GERAL, OU ZEROS QUANDO
      *==            O CADASTRO NAO TEM NENHUMA DAS DUAS.
      *=================================================================
       0172-OBTER-CAMINHO-CONTABAN     SECTION.
           MOVE WRK-CAMINHO-CTB-PADRAO TO WRK-CAMINHO-CONTABAN.
           CALL "CONFIG" USING
               "CONTABAN_DAT        " WRK-CAMINHO-CONTABAN.

       0173-OBTER-CONTA-BANCO          SECTION.
           MOVE ZEROS TO WRK-CONTA-BANCO.
           MOVE ZEROS TO WRK-CONTA-GERAL.
           PERFORM 0172-OBTER-CAMINHO-CONTABAN.
           OPEN INPUT CONTABAN.
           IF FS-CONTABAN NOT EQUAL 0
             DISPLAY "CADASTRO DE CONTAS BANCARIAS NAO FOI ABERTO - "
                     "STATUS " FS-CONTABAN
             GO TO 0173-OBTER-CONTA-SAIDA
           END-IF.
           READ CONTABAN NEXT RECORD.
           PERFORM UNTIL FS-CONTABAN NOT EQUAL 00
             IF CTB-ATIVA
               IF CTB-USO EQUAL WRK-USO-CONTA
                  AND WRK-CONTA-BANCO EQUAL ZEROS
                 MOVE CTB-CODIGO TO WRK-CONTA-BANCO
               END-IF
               IF CTB-USO-GERAL
                  AND WRK-CONTA-GERAL EQUAL ZEROS
                 MOVE CTB-CODIGO TO WRK-CONTA-GERAL
               END-IF
             END-IF
             READ CONTABAN NEXT RECORD
           END-PERFORM.
           CLOSE CONTABAN.
           IF WRK-CONTA-BANCO EQUAL ZEROS
             MOVE WRK-CONTA-GERAL TO WRK-CONTA-BANCO
           END-IF.
       0173-OBTER-CONTA-SAIDA.
           EXIT.
