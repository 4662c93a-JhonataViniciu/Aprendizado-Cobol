      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO CADASTRO DE PROFESSORES PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            PROFESSOR_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0101-OBTER-CAMINHO-PROFESSOR    SECTION.
           MOVE WRK-CAMINHO-PRF-PADRAO TO WRK-CAMINHO-PROFESSOR.
           CALL "CONFIG" USING
               "PROFESSOR_DAT       " WRK-CAMINHO-PROFESSOR.
