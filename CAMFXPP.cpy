      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE FAIXAS DE PRECO PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            FAIXAPRC_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0185-OBTER-CAMINHO-FAIXAPRC     SECTION.
           MOVE WRK-CAMINHO-FXP-PADRAO TO WRK-CAMINHO-FAIXAPRC.
           CALL "CONFIG" USING
               "FAIXAPRC_DAT        " WRK-CAMINHO-FAIXAPRC.
