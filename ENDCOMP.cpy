      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: AREA DE MONTAGEM DO ENDERECO DE ENTREGA DE UMA
      *==            LINHA SO ("LOGRADOURO, NUMERO - BAIRRO") A PARTIR
      *==            DO ENDERECO ESTRUTURADO DO CLIENTE, USADA POR
      *==            ENDCOMPP.cpy.
      *=================================================================
       77  WRK-END-COMPOSTO   PIC X(40) VALUE SPACES.
       77  WRK-PTR-END        PIC 9(03) VALUE ZEROS.
