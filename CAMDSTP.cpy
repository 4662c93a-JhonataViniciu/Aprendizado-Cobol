      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER O CAMINHO DA TABELA DE DISTRIBUICAO DE
      *==            RELATORIOS PELO MODULO CONFIG (CONFIG.DAT >
      *==            VARIAVEL DE AMBIENTE DISTREL_DAT > PADRAO DO
      *==            COPYBOOK).
      *=================================================================
       0181-OBTER-CAMINHO-DISTREL      SECTION.
           MOVE WRK-CAMINHO-DST-PADRAO TO WRK-CAMINHO-DISTREL.
           CALL "CONFIG" USING
               "DISTREL_DAT         " WRK-CAMINHO-DISTREL.
