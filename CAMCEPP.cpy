      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE REFERENCIA DE CEP
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE CEP_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0192-OBTER-CAMINHO-CEP          SECTION.
           MOVE WRK-CAMINHO-CEP-PADRAO TO WRK-CAMINHO-CEP.
           CALL "CONFIG" USING
               "CEP_DAT             " WRK-CAMINHO-CEP.
