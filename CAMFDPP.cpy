      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO EXTRATO DE PONTOS DE
      *==            FIDELIDADE PELO MODULO CONFIG (CONFIG.DAT >
      *==            VARIAVEL DE AMBIENTE FIDPONT_DAT > PADRAO DO
      *==            COPYBOOK).
      *=================================================================
       0179-OBTER-CAMINHO-FIDPONT      SECTION.
           MOVE WRK-CAMINHO-FDP-PADRAO TO WRK-CAMINHO-FIDPONT.
           CALL "CONFIG" USING
               "FIDPONT_DAT         " WRK-CAMINHO-FIDPONT.
