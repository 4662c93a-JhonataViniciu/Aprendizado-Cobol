      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO REGISTRO DE BAIXAS PARA PERDAS
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE PERDAS_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0191-OBTER-CAMINHO-PERDAS       SECTION.
           MOVE WRK-CAMINHO-PDA-PADRAO TO WRK-CAMINHO-PERDAS.
           CALL "CONFIG" USING
               "PERDAS_DAT          " WRK-CAMINHO-PERDAS.
