      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO CALENDARIO DE LANCAMENTO DE
      *==            NOTAS PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL
      *==            CALNOTAS_DAT > PADRAO DO COPYBOOK), CARREGAR OS
      *==            PRAZOS EM MEMORIA E CONSULTAR O PRAZO DE UMA
      *==            AVALIACAO (WRK-CLN-ANO-BUSCA + WRK-CLN-AVAL-BUSCA)
      *==            CONTRA A DATA DO DIA. O PROGRAMA DECLARA O
      *==            ARQUIVO CALNOTAS (CALNOTA.cpy) E O FS-CALNOTAS.
      *=================================================================
       0184-OBTER-CAMINHO-CALNOTAS     SECTION.
           MOVE WRK-CAMINHO-CLN-PADRAO TO WRK-CAMINHO-CALNOTAS.
           CALL "CONFIG" USING
               "CALNOTAS_DAT        " WRK-CAMINHO-CALNOTAS.

      *--- SEM O CALENDARIO NENHUMA AVALIACAO TEM PRAZO ---
       0184A-CARREGAR-CALNOTAS         SECTION.
           PERFORM 0184-OBTER-CAMINHO-CALNOTAS.
           ACCEPT WRK-CLN-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-CALNOTAS.
           OPEN INPUT CALNOTAS.
           IF FS-CALNOTAS NOT EQUAL 0
             GO TO 0184A-CARREGAR-SAIDA
           END-IF.
           READ CALNOTAS NEXT RECORD.
           PERFORM UNTIL FS-CALNOTAS NOT EQUAL 00
             IF CLN-ANO IS NUMERIC AND CLN-PRAZO IS NUMERIC
               IF WRK-QTD-CALNOTAS LESS WRK-MAX-CALNOTAS
                 ADD 1 TO WRK-QTD-CALNOTAS
                 MOVE CLN-ANO       TO WRK-CLN-ANO(WRK-QTD-CALNOTAS)
                 MOVE CLN-AVALIACAO TO WRK-CLN-AVAL(WRK-QTD-CALNOTAS)
                 MOVE CLN-PRAZO     TO WRK-CLN-PRAZO(WRK-QTD-CALNOTAS)
               ELSE
                 DISPLAY "CALENDARIO DE NOTAS CHEIO (MAX "
                         WRK-MAX-CALNOTAS ")"
               END-IF
             END-IF
             READ CALNOTAS NEXT RECORD
           END-PERFORM.
           CLOSE CALNOTAS.
       0184A-CARREGAR-SAIDA.
           EXIT.

      *--- O DIA DO PRAZO AINDA ACEITA O LANCAMENTO ---
       0184B-CONSULTAR-PRAZO           SECTION.
           SET PRAZO-NAO-DEFINIDO TO TRUE.
           MOVE ZEROS TO WRK-CLN-PRAZO-ACHADO.
           MOVE 1     TO WRK-IND-CALNOTA.
           PERFORM UNTIL WRK-IND-CALNOTA GREATER WRK-QTD-CALNOTAS
                      OR NOT PRAZO-NAO-DEFINIDO
             IF WRK-CLN-ANO(WRK-IND-CALNOTA) EQUAL WRK-CLN-ANO-BUSCA
                AND WRK-CLN-AVAL(WRK-IND-CALNOTA)
                    EQUAL WRK-CLN-AVAL-BUSCA
               MOVE WRK-CLN-PRAZO(WRK-IND-CALNOTA)
                 TO WRK-CLN-PRAZO-ACHADO
               IF WRK-CLN-HOJE GREATER WRK-CLN-PRAZO-ACHADO
                 SET PRAZO-ENCERRADO TO TRUE
               ELSE
                 SET PRAZO-ABERTO TO TRUE
               END-IF
             ELSE
               ADD 1 TO WRK-IND-CALNOTA
             END-IF
           END-PERFORM.
