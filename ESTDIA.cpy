      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DO DIARIO DE ESTOQUE DO CAIXA
      *==            (ESTDIA.DAT) - O PROGRAMA15 CARREGA OS SALDOS POR
      *==            FILIAL (ESTFILIA) E POR LOTE (LOTES) NA ABERTURA E
      *==            SO OS REGRAVA NO FECHO; CADA BAIXA DO DIA E
      *==            GRAVADA AQUI NA HORA EM QUE ACONTECE. A SESSAO
      *==            COMECA COM A LINHA DE ABERTURA E TERMINA COM AS
      *==            DUAS LINHAS DE FECHO (UMA POR ARQUIVO REGRAVADO);
      *==            SESSAO DA FILIAL SEM FECHO FOI INTERROMPIDA E E
      *==            RECUPERADA NA PROXIMA ABERTURA, CONFERINDO AS
      *==            NOTAS CONTRA O VENDMOV.DAT.
      *=================================================================
       01  REG-ESTDIA.
           05 EDI-TIPO         PIC X(01).
               88 EDI-ABERTURA        VALUE 'A'.
               88 EDI-BAIXA-ESTOQUE   VALUE 'E'.
               88 EDI-BAIXA-FILIAL    VALUE 'F'.
               88 EDI-BAIXA-LOTE      VALUE 'L'.
               88 EDI-NOTA-CONCLUIDA  VALUE 'N'.
               88 EDI-FECHO           VALUE 'C'.
           05 EDI-FILIAL       PIC 9(02).
           05 EDI-DATA         PIC 9(08).
           05 EDI-HORA         PIC 9(06).
           05 EDI-NOTA         PIC X(04).
      *        CODIGO DO PRODUTO (E/F/L)
           05 EDI-CODIGO       PIC 9(05).
      *        LOTE (L) OU ARQUIVO REGRAVADO NO FECHO (C): ESTFILIA
      *        OU LOTES
           05 EDI-REFERENCIA   PIC X(10).
           05 EDI-QTD          PIC 9(05).
           05 EDI-OPERADOR     PIC X(20).
