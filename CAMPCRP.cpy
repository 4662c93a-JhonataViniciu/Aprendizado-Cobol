      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE PROPOSTAS DE
      *==            REVISAO DO LIMITE DE CREDITO PELO MODULO CONFIG
      *==            (CONFIG.DAT > VARIAVEL DE AMBIENTE PROPCRD_DAT >
      *==            PADRAO DO COPYBOOK).
      *=================================================================
       0189-OBTER-CAMINHO-PROPCRD      SECTION.
           MOVE WRK-CAMINHO-PCR-PADRAO TO WRK-CAMINHO-PROPCRD.
           CALL "CONFIG" USING
               "PROPCRD_DAT         " WRK-CAMINHO-PROPCRD.
