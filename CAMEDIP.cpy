      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO DIARIO DE ESTOQUE DO CAIXA
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE ESTDIA_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0120-OBTER-CAMINHO-ESTDIA       SECTION.
           MOVE WRK-CAMINHO-EDI-PADRAO TO WRK-CAMINHO-ESTDIA.
           CALL "CONFIG" USING
               "ESTDIA_DAT          " WRK-CAMINHO-ESTDIA.
