      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE ADIANTAMENTOS PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            ADIANTAM_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0157-OBTER-CAMINHO-ADIANTAM     SECTION.
           MOVE WRK-CAMINHO-ADT-PADRAO TO WRK-CAMINHO-ADIANTAM.
           CALL "CONFIG" USING
               "ADIANTAM_DAT        " WRK-CAMINHO-ADIANTAM.
