      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DA TABELA DE TETO DE DESCONTO PELO
      *==            MODULO CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            DESCNIV_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0186-OBTER-CAMINHO-DESCNIV      SECTION.
           MOVE WRK-CAMINHO-DSN-PADRAO TO WRK-CAMINHO-DESCNIV.
           CALL "CONFIG" USING
               "DESCNIV_DAT         " WRK-CAMINHO-DESCNIV.
