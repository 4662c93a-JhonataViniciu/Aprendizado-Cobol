      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO CONTROLE DAS NOTAS ELETRONICAS
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE NFECTL_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0193-OBTER-CAMINHO-NFECTL       SECTION.
           MOVE WRK-CAMINHO-NFE-PADRAO TO WRK-CAMINHO-NFECTL.
           CALL "CONFIG" USING
               "NFECTL_DAT          " WRK-CAMINHO-NFECTL.
