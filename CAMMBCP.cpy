      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO DIARIO DE MOVIMENTOS BANCARIOS
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE MOVBANCO_DAT > PADRAO DO COPYBOOK).
      *==            INCLUI O PARAGRAFO QUE GRAVA A LINHA DO DIARIO
      *==            COMO PENDENTE DE CONCILIACAO (O CHAMADOR PREENCHE
      *==            CONTA, DATA, TIPO, ORIGEM, DOCUMENTO E VALOR
      *==            ANTES), NOS MOLDES DO 0166 DO CAMCNSP.cpy.
      *=================================================================
       0174-OBTER-CAMINHO-MOVBANCO     SECTION.
           MOVE WRK-CAMINHO-MBC-PADRAO TO WRK-CAMINHO-MOVBANCO.
           CALL "CONFIG" USING
               "MOVBANCO_DAT        " WRK-CAMINHO-MOVBANCO.

       0175-REGISTRAR-MOVBANCO         SECTION.
           PERFORM 0174-OBTER-CAMINHO-MOVBANCO.
           OPEN EXTEND MOVBANCO.
           IF FS-MOVBANCO EQUAL 35
             OPEN OUTPUT MOVBANCO
           END-IF.
           IF FS-MOVBANCO NOT EQUAL 0
             DISPLAY "DIARIO DE MOVIMENTOS BANCARIOS NAO FOI ABERTO - "
                     "STATUS " FS-MOVBANCO
           ELSE
             MOVE 'P'   TO MBC-STATUS
             MOVE ZEROS TO MBC-DATA-CONCIL
             WRITE REG-MOVBANCO
             CLOSE MOVBANCO
             IF MBC-CONTA EQUAL ZEROS
               DISPLAY "ATENCAO: MOVIMENTO BANCARIO GRAVADO SEM CONTA "
                       "- CADASTRE A CONTA NO PROGRAMA67"
             END-IF
           END-IF.
