      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DA GRADE HORARIA DAS TURMAS PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            GRADE_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0103-OBTER-CAMINHO-GRADE        SECTION.
           MOVE WRK-CAMINHO-GRD-PADRAO TO WRK-CAMINHO-GRADE.
           CALL "CONFIG" USING
               "GRADE_DAT           " WRK-CAMINHO-GRADE.
