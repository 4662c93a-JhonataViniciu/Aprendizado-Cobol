      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DO CHECKLIST DE FECHAMENTO
      *==            (FECHCHK.DAT) - A CADA TENTATIVA DE FECHAR UMA
      *==            COMPETENCIA O PROGRAMA31 GRAVA UMA LINHA POR ITEM
      *==            DO CHECKLIST (TIPO I) E UMA LINHA DE RESULTADO
      *==            (TIPO R). A DATA/HORA E A MESMA GRAVADA NO
      *==            PERSTAT.DAT QUANDO A COMPETENCIA FECHA, O QUE
      *==            AMARRA O CHECKLIST AO REGISTRO DO FECHAMENTO.
      *==            ITEM: O = OK   B = BLOQUEANTE   V = AVISO
      *==            RESULTADO: F = FECHADA   L = FECHADA COM LIBERACAO
      *==                       DO SUPERVISOR (MOTIVO NO TEXTO)
      *==                       C = FECHAMENTO CANCELADO/RECUSADO
      *=================================================================
       01  REG-FECHCHK.
           05 FCK-COMPETENCIA  PIC 9(06).
           05 FCK-DATA         PIC 9(08).
           05 FCK-HORA         PIC 9(08).
           05 FCK-OPERADOR     PIC X(20).
           05 FCK-TIPO         PIC X(01).
               88 FCK-LINHA-ITEM      VALUE 'I'.
               88 FCK-LINHA-RESULTADO VALUE 'R'.
           05 FCK-ITEM         PIC X(06).
           05 FCK-QTD          PIC 9(05).
           05 FCK-SITUACAO     PIC X(01).
               88 FCK-ITEM-OK         VALUE 'O'.
               88 FCK-ITEM-BLOQUEIA   VALUE 'B'.
               88 FCK-ITEM-AVISO      VALUE 'V'.
               88 FCK-FECHADA         VALUE 'F'.
               88 FCK-LIBERADA        VALUE 'L'.
               88 FCK-CANCELADA       VALUE 'C'.
           05 FCK-TEXTO        PIC X(40).
