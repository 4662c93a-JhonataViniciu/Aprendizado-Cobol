      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO LIVRO DE QUEBRAS DE CAIXA PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            QUEBRAS_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0184-OBTER-CAMINHO-QUEBRAS      SECTION.
           MOVE WRK-CAMINHO-QBR-PADRAO TO WRK-CAMINHO-QUEBRAS.
           CALL "CONFIG" USING
               "QUEBRAS_DAT         " WRK-CAMINHO-QUEBRAS.
