      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE ENTREGAS PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            ENTREGAS_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0182-OBTER-CAMINHO-ENTREGAS     SECTION.
           MOVE WRK-CAMINHO-ETG-PADRAO TO WRK-CAMINHO-ENTREGAS.
           CALL "CONFIG" USING
               "ENTREGAS_DAT        " WRK-CAMINHO-ENTREGAS.
