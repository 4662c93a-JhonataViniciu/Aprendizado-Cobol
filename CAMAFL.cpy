      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DOS APONTAMENTOS
      *==            DA AUDITORIA DE VARIACAO DA FOLHA, NOS MESMOS
      *==            MOLDES DE CAMFER.cpy.
      *=================================================================
       77  WRK-CAMINHO-AUDFOLHA   PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-AFL-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/AUDFOLHA.DAT.txt".
