      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DA CONTA ESCOLAR PELO MODULO
      *==            CONFIG (CONFIG.DAT > VARIAVEL DE AMBIENTE
      *==            CONTAESC_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0187-OBTER-CAMINHO-CONTAESC     SECTION.
           MOVE WRK-CAMINHO-CES-PADRAO TO WRK-CAMINHO-CONTAESC.
           CALL "CONFIG" USING
               "CONTAESC_DAT        " WRK-CAMINHO-CONTAESC.
