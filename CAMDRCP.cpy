      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DAS CONTAS RECORRENTES PELO MODULO
      *==            CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            DESPREC_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0195-OBTER-CAMINHO-DESPREC      SECTION.
           MOVE WRK-CAMINHO-DRC-PADRAO TO WRK-CAMINHO-DESPREC.
           CALL "CONFIG" USING
               "DESPREC_DAT         " WRK-CAMINHO-DESPREC.
