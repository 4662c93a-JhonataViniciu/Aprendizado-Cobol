      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO CHECKLIST DE FECHAMENTO PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            FECHCHK_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0197-OBTER-CAMINHO-FECHCHK      SECTION.
           MOVE WRK-CAMINHO-FCK-PADRAO TO WRK-CAMINHO-FECHCHK.
           CALL "CONFIG" USING
               "FECHCHK_DAT         " WRK-CAMINHO-FECHCHK.
