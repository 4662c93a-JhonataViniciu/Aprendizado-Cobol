      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE PROPOSTAS DE
      *==            REPOSICAO ENTRE FILIAIS PELO MODULO CONFIG
      *==            (CONFIG.DAT > VARIAVEL DE AMBIENTE PROPTRF_DAT >
      *==            PADRAO DO COPYBOOK).
      *=================================================================
       0188-OBTER-CAMINHO-PROPTRF      SECTION.
           MOVE WRK-CAMINHO-PTR-PADRAO TO WRK-CAMINHO-PROPTRF.
           CALL "CONFIG" USING
               "PROPTRF_DAT         " WRK-CAMINHO-PROPTRF.
