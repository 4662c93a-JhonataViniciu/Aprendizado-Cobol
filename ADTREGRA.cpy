      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DA REGRA DE ADIANTAMENTO POR FUNCIONARIO
      *==            (ADTREGRA.DAT, MANTIDO PELO FUN013) - PERCENTUAL
      *==            DO FUNC-SALARIO (P), VALOR FIXO (F) OU SEM
      *==            ADIANTAMENTO (N). VALE A ULTIMA LINHA DO
      *==            FUNCIONARIO; QUEM NAO TEM LINHA RECEBE O
      *==            PERCENTUAL PADRAO (CONFIG ADIANT_PCT).
      *=================================================================
       01  REG-ADTREGRA.
           05 ARG-FUNC-ID      PIC 9(04).
           05 ARG-TIPO         PIC X(01).
               88 ARG-PERCENTUAL      VALUE 'P'.
               88 ARG-VALOR-FIXO      VALUE 'F'.
               88 ARG-SEM-ADIANT      VALUE 'N'.
           05 ARG-PERC         PIC 9(03)V99.
           05 ARG-VALOR        PIC 9(08)V99.
           05 ARG-DATA         PIC 9(08).
           05 ARG-OPERADOR     PIC X(20).
