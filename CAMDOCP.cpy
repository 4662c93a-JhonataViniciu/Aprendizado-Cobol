      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: OBTER OS CAMINHOS DO LIVRO DE REGISTRO E DA SAIDA
      *==            DOS DOCUMENTOS ESCOLARES PELO MODULO CONFIG
      *==            (CONFIG.DAT > VARIAVEIS DOCESC_DAT/DOCEMIT_DAT >
      *==            PADROES DO COPYBOOK).
      *=================================================================
       0104-OBTER-CAMINHOS-DOCESC      SECTION.
           MOVE WRK-CAMINHO-DOC-PADRAO TO WRK-CAMINHO-DOCESC.
           CALL "CONFIG" USING
               "DOCESC_DAT          " WRK-CAMINHO-DOCESC.
           MOVE WRK-CAMINHO-EMI-PADRAO TO WRK-CAMINHO-DOCEMIT.
           CALL "CONFIG" USING
               "DOCEMIT_DAT         " WRK-CAMINHO-DOCEMIT.
