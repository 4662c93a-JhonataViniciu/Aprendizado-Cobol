      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DA FOTO MENSAL DO ESTOQUE PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            ESTMES_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0198-OBTER-CAMINHO-ESTMES       SECTION.
           MOVE WRK-CAMINHO-EMS-PADRAO TO WRK-CAMINHO-ESTMES.
           CALL "CONFIG" USING
               "ESTMES_DAT          " WRK-CAMINHO-ESTMES.
