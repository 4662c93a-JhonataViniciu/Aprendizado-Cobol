      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DOS APONTAMENTOS DA AUDITORIA DA
      *==            FOLHA PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE AUDFOLHA_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0110-OBTER-CAMINHO-AUDFOLHA     SECTION.
           MOVE WRK-CAMINHO-AFL-PADRAO TO WRK-CAMINHO-AUDFOLHA.
           CALL "CONFIG" USING
               "AUDFOLHA_DAT        " WRK-CAMINHO-AUDFOLHA.
