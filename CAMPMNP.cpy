      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE PROPOSTAS DE ESTOQUE
      *==            MINIMO PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL
      *==            DE AMBIENTE PROPMIN_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0187-OBTER-CAMINHO-PROPMIN      SECTION.
           MOVE WRK-CAMINHO-PMN-PADRAO TO WRK-CAMINHO-PROPMIN.
           CALL "CONFIG" USING
               "PROPMIN_DAT         " WRK-CAMINHO-PROPMIN.
