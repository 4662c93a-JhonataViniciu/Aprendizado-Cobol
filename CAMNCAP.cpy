      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE NOTAS CANCELADAS
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE NOTACANC_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0178-OBTER-CAMINHO-NOTACANC     SECTION.
           MOVE WRK-CAMINHO-NCA-PADRAO TO WRK-CAMINHO-NOTACANC.
           CALL "CONFIG" USING
               "NOTACANC_DAT        " WRK-CAMINHO-NOTACANC.
