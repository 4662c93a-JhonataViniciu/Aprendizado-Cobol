      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO CADASTRO DE CONSIGNADOS PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            CONSIG_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0196-OBTER-CAMINHO-CONSIG       SECTION.
           MOVE WRK-CAMINHO-CSG-PADRAO TO WRK-CAMINHO-CONSIG.
           CALL "CONFIG" USING
               "CONSIG_DAT          " WRK-CAMINHO-CONSIG.
