      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DOS LOTES BLOQUEADOS PARA VENDA
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE LOTEBLQ_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0199-OBTER-CAMINHO-LOTEBLQ      SECTION.
           MOVE WRK-CAMINHO-LBQ-PADRAO TO WRK-CAMINHO-LOTEBLQ.
           CALL "CONFIG" USING
               "LOTEBLQ_DAT         " WRK-CAMINHO-LOTEBLQ.
