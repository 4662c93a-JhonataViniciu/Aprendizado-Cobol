      *==            DATA E O QUE JA FOI ACUMULADO - A MULTA E UNICA
      *==            POR PARCELA E OS JUROS NAO COMPOEM SOBRE
      *==            ENCARGO ANTERIOR. ZEROS NA GRAVACAO DA PARCELA.
      *==  15/10/2026 - JV - ACORDOS DE RENEGOCIACAO (PROGRAMA80):
      *==            NOVA SITUACAO 'R' (RENEGOCIADA - NAO E QUITADA,
      *==            SAI DA COBRANCA E DO SALDO EM ABERTO) E O CAMPO
      *==            CRC-ACORDO, QUE LIGA A PARCELA ORIGINAL E AS
      *==            PARCELAS NOVAS AO NUMERO DO ACORDO (ACORDO.DAT).
      *==            ZEROS NA GRAVACAO DA PARCELA FORA DE ACORDO.
      *==  15/10/2026 - JV - NOVA SITUACAO 'P' (BAIXADA PARA PERDAS NO
      *==            PROGRAMA82 - NEM ABERTA NEM QUITADA, SAI DO
      *==            ENVELHECIMENTO, DA PROJECAO E DA COBRANCA). O
      *==            PAGAMENTO QUE CHEGAR DEPOIS (PROGRAMA23/49) E
      *==            RECUPERACAO: SOMA EM CRC-VALOR-PAGO E QUITA A
      *==            PARCELA QUANDO COBRE O VALOR.
      *=================================================================
       01  REG-CONTAREC.
           05 CRC-CHAVE.
           05 CRC-STATUS       PIC X(01).
               88 CRC-ABERTA          VALUE 'A'.
               88 CRC-QUITADA         VALUE 'Q'.
               88 CRC-RENEGOCIADA     VALUE 'R'.
               88 CRC-PERDA           VALUE 'P'.
           05 CRC-ENCARGOS     PIC 9(06)V99.
           05 CRC-ACORDO       PIC 9(06).
