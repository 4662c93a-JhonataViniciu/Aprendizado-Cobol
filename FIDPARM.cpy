      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: PARAMETROS DO PROGRAMA DE FIDELIDADE, LIDOS POR
      *==            FIDPARMP.cpy: PRAZO DE VALIDADE DOS PONTOS EM
      *==            MESES (VARIAVEL FIDMESES, PADRAO 12) E VALOR DE
      *==            UM PONTO NO RESGATE, EM CENTAVOS (VARIAVEL
      *==            FIDCENTAVOS, PADRAO 01).
      *=================================================================
       77  WRK-FID-MESES          PIC 9(02)    VALUE 12.
       77  WRK-FID-MESES-ENV      PIC X(02)    VALUE SPACES.
       77  WRK-FID-CENTAVOS       PIC 9(02)    VALUE 01.
       77  WRK-FID-CENTAVOS-ENV   PIC X(02)    VALUE SPACES.
       77  WRK-FID-VALOR-PONTO    PIC 9(01)V99 VALUE 0,01.
