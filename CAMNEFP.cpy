      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DO ARQUIVO DE EFEITOS DA NOTA
      *==            PELO MODULO CONFIG (CONFIG.DAT > VARIAVEL DE
      *==            AMBIENTE NOTAEFE_DAT > PADRAO DO COPYBOOK).
      *=================================================================
       0177-OBTER-CAMINHO-NOTAEFE      SECTION.
           MOVE WRK-CAMINHO-NEF-PADRAO TO WRK-CAMINHO-NOTAEFE.
           CALL "CONFIG" USING
               "NOTAEFE_DAT         " WRK-CAMINHO-NOTAEFE.
