      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DAS NOTAS CANCELADAS NO DIA
      *==            (NOTACANC.DAT) - UMA LINHA POR NOTA ANULADA PELO
      *==            SUPERVISOR NO PROGRAMA69, COM A DATA DA VENDA, O
      *==            CLIENTE, O VALOR E A FORMA DE PAGAMENTO ESTORNADOS
      *==            E O MOTIVO. O NUMERO CONTINUA CONSUMIDO NA SERIE
      *==            DA FILIAL (NOTASERI.DAT): O PROGRAMA47 LE ESTE
      *==            ARQUIVO E APONTA A NOTA COMO CANCELADA, NAO COMO
      *==            BURACO NA SEQUENCIA.
      *=================================================================
       01  REG-NOTACANC.
           05 NCA-FILIAL       PIC 9(02).
           05 NCA-NOTA         PIC X(04).
           05 NCA-DATA-VENDA   PIC 9(08).
           05 NCA-DATA-CANCEL  PIC 9(08).
           05 NCA-HORA-CANCEL  PIC 9(08).
           05 NCA-ID-CLIENTE   PIC 9(04).
           05 NCA-VALOR        PIC 9(08)V99.
           05 NCA-FORMA-PAGTO  PIC X(10).
           05 NCA-SUPERVISOR   PIC X(20).
           05 NCA-MOTIVO       PIC X(40).
