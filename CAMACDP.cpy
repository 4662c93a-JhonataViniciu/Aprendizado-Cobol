      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO CADASTRO DE ACORDOS DE
      *==            RENEGOCIACAO PELO MODULO CONFIG (CONFIG.DAT >
      *==            VARIAVEL DE AMBIENTE ACORDO_DAT > PADRAO DO
      *==            COPYBOOK).
      *=================================================================
       0190-OBTER-CAMINHO-ACORDO       SECTION.
           MOVE WRK-CAMINHO-ACD-PADRAO TO WRK-CAMINHO-ACORDO.
           CALL "CONFIG" USING
               "ACORDO_DAT          " WRK-CAMINHO-ACORDO.
