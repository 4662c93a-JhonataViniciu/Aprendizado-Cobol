      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO SALDO DAS PROVISOES PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            PROVISAO_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0140-OBTER-CAMINHO-PROVISAO     SECTION.
           MOVE WRK-CAMINHO-PRV-PADRAO TO WRK-CAMINHO-PROVISAO.
           CALL "CONFIG" USING
               "PROVISAO_DAT        " WRK-CAMINHO-PROVISAO.
