      *==            UM CONTATO POR CARTA EMITIDA, COM O ESTAGIO DA
      *==            ESCALADA NA NOTA - O BALCAO VE O HISTORICO DE
      *==            COBRANCA QUANDO O CLIENTE LIGA.
      *==  15/10/2026 - JV - ACRESCENTADO O TIPO A (AVISO DE
      *==            VENCIMENTO): O LEMBRETE POR SMS/WHATSAPP DO
      *==            PROGRAMA89, ANTES DO VENCIMENTO, GRAVA UM CONTATO
      *==            POR LEMBRETE ENVIADO COM A PARCELA NA NOTA.
      *=================================================================
       01  REG-ATENDIMENTO.
           05 ATD-ID-CLIENTE    PIC 9(04).
               88 ATD-TIPO-PROMESSA     VALUE 'P'.
               88 ATD-TIPO-RETORNO      VALUE 'T'.
               88 ATD-TIPO-COBRANCA     VALUE 'C'.
               88 ATD-TIPO-AVISO-VENC   VALUE 'A'.
           05 ATD-DATA-RETORNO  PIC 9(08).
           05 ATD-NOTA          PIC X(60).
