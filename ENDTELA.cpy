      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CAMPOS DE TELA DO ENDERECO ESTRUTURADO DO CLIENTE
      *==            (NUMERO, BAIRRO, CIDADE, UF E CEP - O LOGRADOURO
      *==            CONTINUA EM WRK-ENDERECO DE CADA PROGRAMA) E A
      *==            MENSAGEM DA CRITICA FEITA POR ENDTELAP.cpy.
      *==            COMPARTILHADO PELA INCLUSAO (ARQ007) E PELA
      *==            ATUALIZACAO (ARQ008). EXIGE CEPCONS.cpy E
      *==            TABUF.cpy NO MESMO PROGRAMA.
      *=================================================================
       77  WRK-END-NUMERO PIC X(06) VALUE SPACES.
       77  WRK-END-BAIRRO PIC X(20) VALUE SPACES.
       77  WRK-END-CIDADE PIC X(25) VALUE SPACES.
       77  WRK-END-UF     PIC X(02) VALUE SPACES.
       77  WRK-END-CEP    PIC 9(08) VALUE ZEROS.
       77  WRK-MSG-END    PIC X(50) VALUE SPACES.
       77  WRK-SW-END-COMPLETADO PIC X(01) VALUE "N".
           88 END-COMPLETADO-CEP          VALUE "S".
