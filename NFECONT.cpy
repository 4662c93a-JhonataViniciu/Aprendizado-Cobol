      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO HISTORICO DE CONTINGENCIA DA NOTA
      *==            ELETRONICA (NFECONT.DAT) - UMA LINHA POR ENTRADA OU
      *==            SAIDA DA CONTINGENCIA, GRAVADA PELO PROGRAMA86 COM
      *==            A LIBERACAO DO SUPERVISOR. A ULTIMA LINHA E A
      *==            SITUACAO EM VIGOR; SEM ARQUIVO, EMISSAO NORMAL.
      *==            EM CONTINGENCIA A NOTA SAI MARCADA COMO EMITIDA EM
      *==            CONTINGENCIA E O PROGRAMA83 SEGURA A TRANSMISSAO
      *==            ATE A VOLTA AO NORMAL.
      *=================================================================
       01  REG-NFECONT.
           05 NCT-SITUACAO    PIC X(01).
              88 NCT-CONTINGENCIA          VALUE 'C'.
              88 NCT-NORMAL                VALUE 'N'.
           05 NCT-DATA        PIC 9(08).
           05 NCT-HORA        PIC 9(08).
           05 NCT-SUPERVISOR  PIC X(20).
           05 NCT-MOTIVO      PIC X(40).
