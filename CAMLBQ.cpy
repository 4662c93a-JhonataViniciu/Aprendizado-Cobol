      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMINHO EXTERNAMENTE CONFIGURAVEL DOS LOTES
      *==            BLOQUEADOS PARA VENDA, NOS MESMOS MOLDES DE
      *==            CAMLTS.cpy.
      *=================================================================
       77  WRK-CAMINHO-LOTEBLQ    PIC X(100) VALUE SPACES.
       77  WRK-CAMINHO-LBQ-PADRAO PIC X(100) VALUE
           "C:/COBOL/DADOS/LOTEBLQ.DAT.txt".
