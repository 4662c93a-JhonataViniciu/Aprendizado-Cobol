      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO CONTROLE DE EVENTOS DO ESOCIAL
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE ESOCTL_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0166-OBTER-CAMINHO-ESOCTL       SECTION.
           MOVE WRK-CAMINHO-EVS-PADRAO TO WRK-CAMINHO-ESOCTL.
           CALL "CONFIG" USING
               "ESOCTL_DAT          " WRK-CAMINHO-ESOCTL.
