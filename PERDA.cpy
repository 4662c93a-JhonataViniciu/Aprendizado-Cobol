      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE BAIXAS PARA PERDAS
      *==            (PERDAS.DAT, SEQUENCIAL, SO ACRESCIDO) - UMA LINHA
      *==            POR PARCELA DO CONTAS A RECEBER BAIXADA COMO
      *==            INCOBRAVEL NO PROGRAMA82, COM O SALDO BAIXADO, O
      *==            ATRASO NA DATA E O SUPERVISOR QUE APROVOU. A
      *==            EXPORTACAO CONTABIL (PROGRAMA53) TIRA DAQUI OS
      *==            LANCAMENTOS DE PERDA DA COMPETENCIA.
      *=================================================================
       01  REG-PERDA.
           05 PDA-DATA         PIC 9(08).
           05 PDA-ID-CLIENTE   PIC 9(04).
           05 PDA-NOTA         PIC X(04).
           05 PDA-PARCELA      PIC 9(02).
           05 PDA-VENCIMENTO   PIC 9(08).
           05 PDA-DIAS-ATRASO  PIC 9(05).
           05 PDA-VALOR        PIC 9(08)V99.
           05 PDA-OPERADOR     PIC X(20).
           05 PDA-SUPERVISOR   PIC X(20).
