      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LER OS PARAMETROS DO PROGRAMA DE FIDELIDADE DAS
      *==            VARIAVEIS DE AMBIENTE, NOS MOLDES DA VARIAVEL
      *==            RELGERACOES DO MODULO RELGER - VALOR AUSENTE OU
      *==            INVALIDO MANTEM O PADRAO DE FIDPARM.cpy.
      *=================================================================
       0181-OBTER-PARAMETROS-FIDEL     SECTION.
           ACCEPT WRK-FID-MESES-ENV FROM ENVIRONMENT "FIDMESES".
           IF WRK-FID-MESES-ENV IS NUMERIC
              AND WRK-FID-MESES-ENV NOT EQUAL "00"
             MOVE WRK-FID-MESES-ENV TO WRK-FID-MESES
           END-IF.
           ACCEPT WRK-FID-CENTAVOS-ENV FROM ENVIRONMENT "FIDCENTAVOS".
           IF WRK-FID-CENTAVOS-ENV IS NUMERIC
              AND WRK-FID-CENTAVOS-ENV NOT EQUAL "00"
             MOVE WRK-FID-CENTAVOS-ENV TO WRK-FID-CENTAVOS
           END-IF.
           COMPUTE WRK-FID-VALOR-PONTO = WRK-FID-CENTAVOS / 100.
