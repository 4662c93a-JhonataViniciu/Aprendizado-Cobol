      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DA TABELA DE PONTOS POR
      *==            CATEGORIA PELO MODULO CONFIG (CONFIG.DAT >
      *==            VARIAVEL DE AMBIENTE FIDTAXA_DAT > PADRAO DO
      *==            COPYBOOK).
      *=================================================================
       0180-OBTER-CAMINHO-FIDTAXA      SECTION.
           MOVE WRK-CAMINHO-FTX-PADRAO TO WRK-CAMINHO-FIDTAXA.
           CALL "CONFIG" USING
               "FIDTAXA_DAT         " WRK-CAMINHO-FIDTAXA.
