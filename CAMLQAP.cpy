      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE LIQUIDACAO DA
      *==            ADQUIRENTE PELO MODULO CONFIG (CONFIG.DAT >
      *==            VARIAVEL DE AMBIENTE LIQADQ_DAT > PADRAO DO
      *==            COPYBOOK).
      *=================================================================
       0171-OBTER-CAMINHO-LIQADQ       SECTION.
           MOVE WRK-CAMINHO-LQA-PADRAO TO WRK-CAMINHO-LIQADQ.
           CALL "CONFIG" USING
               "LIQADQ_DAT          " WRK-CAMINHO-LIQADQ.
