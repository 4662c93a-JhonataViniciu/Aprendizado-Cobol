      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: AREA DE COMUNICACAO COM O MODULO SUPAUT, QUE PEDE
      *==            O ID E A SENHA DE UM SUPERVISOR (NIVEL 2, ATIVO NO
      *==            OPERADOR.DAT) PARA UMA LIBERACAO NO BALCAO. O
      *==            CHAMADOR RECEBE O ID E O NOME DE QUEM LIBEROU E O
      *==            INDICADOR DE AUTORIZACAO. A SESSAO DO OPERADOR DO
      *==            CAIXA (OPESSAO.cpy) NAO E ALTERADA. CHAMADO POR
      *==            CALL "SUPAUT" USING ESTA AREA.
      *=================================================================
       01  WRK-AREA-SUPAUT.
           05 SUP-ID           PIC 9(04).
           05 SUP-NOME         PIC X(20).
           05 SUP-SW-AUTORIZA  PIC X(01).
              88 SUP-AUTORIZADO        VALUE 'S'.
