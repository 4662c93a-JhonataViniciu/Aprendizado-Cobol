      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DA TABELA DE DISTRIBUICAO DE RELATORIOS
      *==            (DISTREL.DAT) - UMA LINHA POR ENTREGA: QUAL
      *==            RELATORIO DO RELGER, DE QUAL FILIAL, PARA QUEM E
      *==            EM QUAL PASTA. FILIAL 00 = COPIA CONSOLIDADA
      *==            INTEIRA (TODAS AS FILIAIS). MANTIDA EM TEXTO PELO
      *==            ADMINISTRADOR E LIDA PELO RELDIST NO FIM DA
      *==            CADEIA. A PASTA TERMINA COM "/".
      *=================================================================
       01  REG-DISTREL.
           05 DST-RELATORIO     PIC X(12).
           05 DST-FILIAL        PIC 9(02).
               88 DST-CONSOLIDADO      VALUE ZEROS.
           05 DST-DESTINATARIO  PIC X(20).
           05 DST-PASTA         PIC X(60).
