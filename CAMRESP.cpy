      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO RESUMO DAS RESCISOES PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            RESCRES_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0175-OBTER-CAMINHO-RESCRES      SECTION.
           MOVE WRK-CAMINHO-RSC-PADRAO TO WRK-CAMINHO-RESCRES.
           CALL "CONFIG" USING
               "RESCRES_DAT         " WRK-CAMINHO-RESCRES.
