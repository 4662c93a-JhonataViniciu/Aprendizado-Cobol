      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DA TABELA DE PONTOS POR
      *==            CATEGORIA COMERCIAL (FIDTAXA.DAT) - QUANTOS PONTOS
      *==            DE FIDELIDADE CADA REAL VENDIDO NA CATEGORIA
      *==            (PROD-CATEGORIA) RENDE. A CATEGORIA 000 VALE PARA
      *==            AS CATEGORIAS SEM LINHA PROPRIA; SEM ELA (OU SEM
      *==            O ARQUIVO) VALE 1 PONTO POR REAL. MUDOU A TAXA,
      *==            MUDA-SE O ARQUIVO - NENHUM PROGRAMA PRECISA SER
      *==            ALTERADO.
      *=================================================================
       01  REG-FIDTAXA.
           05 FTX-CATEGORIA   PIC 9(03).
           05 FTX-PONTOS-REAL PIC 9(02)V99.
