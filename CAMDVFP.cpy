      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE DEVOLUCOES AO
      *==            FORNECEDOR PELO MODULO CONFIG (CONFIG.DAT >
      *==            VARIAVEL DE AMBIENTE DEVFOR_DAT > PADRAO DO
      *==            COPYBOOK).
      *=================================================================
       0176-OBTER-CAMINHO-DEVFOR       SECTION.
           MOVE WRK-CAMINHO-DVF-PADRAO TO WRK-CAMINHO-DEVFOR.
           CALL "CONFIG" USING
               "DEVFOR_DAT          " WRK-CAMINHO-DEVFOR.
