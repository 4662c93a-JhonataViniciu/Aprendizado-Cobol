      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DA APURACAO DO PONTO PARA O BANCO DE HORAS
      *==            (BHPONTO.DAT) - GRAVADO PELO FUN008 PARA QUEM
      *==            OPTOU PELO BANCO: MINUTOS A MAIS EM DIA COMUM
      *==            (50%), MINUTOS DE DOMINGO (100%) E MINUTOS A MENOS
      *==            DA JORNADA NA COMPETENCIA. A RERODADA DO PONTO
      *==            SUBSTITUI A COMPETENCIA; O PROGRAMA92 LANCA NO
      *==            BANCO NO FECHAMENTO DO MES.
      *=================================================================
       01  REG-BHPONTO.
           05 BHP-COMPETENCIA  PIC 9(06).
           05 BHP-FUNC-ID      PIC 9(04).
           05 BHP-MIN50        PIC 9(05).
           05 BHP-MIN100       PIC 9(05).
           05 BHP-MIN-DEVIDO   PIC 9(05).
