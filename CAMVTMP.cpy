      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO MOVIMENTO DE VALE-TRANSPORTE
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE VTMOV_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0161-OBTER-CAMINHO-VTMOV        SECTION.
           MOVE WRK-CAMINHO-VTM-PADRAO TO WRK-CAMINHO-VTMOV.
           CALL "CONFIG" USING
               "VTMOV_DAT           " WRK-CAMINHO-VTMOV.
