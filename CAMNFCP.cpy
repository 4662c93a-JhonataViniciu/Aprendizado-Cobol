      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO HISTORICO DE CONTINGENCIA DA
      *==            NOTA ELETRONICA PELO MODULO CONFIG (CONFIG.DAT >
      *==            VARIAVEL DE AMBIENTE NFECONT_DAT > PADRAO DO
      *==            COPYBOOK).
      *=================================================================
       0194-OBTER-CAMINHO-NFECONT      SECTION.
           MOVE WRK-CAMINHO-NFC-PADRAO TO WRK-CAMINHO-NFECONT.
           CALL "CONFIG" USING
               "NFECONT_DAT         " WRK-CAMINHO-NFECONT.
