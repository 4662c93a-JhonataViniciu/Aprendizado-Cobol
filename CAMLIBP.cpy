      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO REGISTRO DE LIBERACOES PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            LIBERAC_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0183-OBTER-CAMINHO-LIBERAC      SECTION.
           MOVE WRK-CAMINHO-LIB-PADRAO TO WRK-CAMINHO-LIBERAC.
           CALL "CONFIG" USING
               "LIBERAC_DAT         " WRK-CAMINHO-LIBERAC.
