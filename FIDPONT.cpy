      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO EXTRATO DE PONTOS DO PROGRAMA DE
      *==            FIDELIDADE (FIDPONT.DAT) - UM LANCAMENTO POR
      *==            MOVIMENTO DE PONTOS DO CLIENTE (REG-ID), SO
      *==            ACRESCENTADO, NUNCA REGRAVADO. O SALDO DO CLIENTE
      *==            E A SOMA DOS CREDITOS (C, Y) MENOS A SOMA DOS
      *==            DEBITOS (R, D, E, X). O CREDITO DA VENDA LEVA A
      *==            DATA DE EXPIRACAO; OS DEBITOS CONSOMEM SEMPRE OS
      *==            PONTOS MAIS ANTIGOS, E O PROGRAMA71 EXPIRA O QUE
      *==            SOBROU DE CREDITO VENCIDO.
      *==            C = PONTOS GANHOS NA NOTA (PROGRAMA15)
      *==            R = PONTOS USADOS COMO PAGAMENTO (PROGRAMA15)
      *==            D = PONTOS RETIRADOS NA DEVOLUCAO (PROGRAMA35)
      *==            E = PONTOS EXPIRADOS (PROGRAMA71)
      *==            X = CREDITO ANULADO NO CANCELAMENTO (PROGRAMA69)
      *==            Y = RESGATE DEVOLVIDO NO CANCELAMENTO (PROGRAMA69)
      *=================================================================
       01  REG-FIDPONT.
           05 FDP-ID-CLIENTE   PIC 9(04).
           05 FDP-DATA         PIC 9(08).
           05 FDP-TIPO         PIC X(01).
              88 FDP-CREDITO               VALUE 'C'.
              88 FDP-RESGATE               VALUE 'R'.
              88 FDP-DEVOLUCAO             VALUE 'D'.
              88 FDP-EXPIRACAO             VALUE 'E'.
              88 FDP-ESTORNO-CREDITO       VALUE 'X'.
              88 FDP-ESTORNO-RESGATE       VALUE 'Y'.
              88 FDP-ENTRADA               VALUE 'C' 'Y'.
              88 FDP-SAIDA                 VALUE 'R' 'D' 'E' 'X'.
           05 FDP-FILIAL       PIC 9(02).
           05 FDP-NOTA         PIC X(04).
           05 FDP-PONTOS       PIC 9(07).
           05 FDP-VALIDADE     PIC 9(08).
           05 FDP-VALOR        PIC 9(08)V99.
