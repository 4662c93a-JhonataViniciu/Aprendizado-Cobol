      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO HISTORICO DE AULAS PAGAS PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            HORAULA_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0102-OBTER-CAMINHO-HORAULA      SECTION.
           MOVE WRK-CAMINHO-HAU-PADRAO TO WRK-CAMINHO-HORAULA.
           CALL "CONFIG" USING
               "HORAULA_DAT         " WRK-CAMINHO-HORAULA.
