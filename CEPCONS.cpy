      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: AREA DE COMUNICACAO COM O MODULO CEPCONS, QUE
      *==            CONSULTA UM CEP NO ARQUIVO DE REFERENCIA CEP.DAT.
      *==            O CHAMADOR PREENCHE CEC-CEP; O MODULO DEVOLVE O
      *==            LOGRADOURO, O BAIRRO, A CIDADE E A UF DO CEP E O
      *==            INDICADOR DO RESULTADO (ACHADO, NAO ACHADO OU
      *==            TABELA DE CEP INDISPONIVEL).
      *=================================================================
       01  WRK-AREA-CEPCONS.
           05 CEC-CEP          PIC 9(08).
           05 CEC-LOGRADOURO   PIC X(40).
           05 CEC-BAIRRO       PIC X(20).
           05 CEC-CIDADE       PIC X(25).
           05 CEC-UF           PIC X(02).
           05 CEC-SW-RESULTADO PIC X(01).
              88 CEC-ACHADO            VALUE 'S'.
              88 CEC-NAO-ACHADO        VALUE 'N'.
              88 CEC-SEM-TABELA        VALUE 'T'.
