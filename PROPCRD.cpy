      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE PROPOSTAS DE REVISAO DO
      *==            LIMITE DE CREDITO (PROPCRD.DAT) - UMA LINHA POR
      *==            CLIENTE DO CREDCLI.DAT, GERADA TODO MES PELO
      *==            ARQ037 COM O COMPORTAMENTO DE PAGAMENTO APURADO
      *==            NO PERIODO (ATRASO MEDIO E MAIOR ATRASO DAS
      *==            PARCELAS DO CONTAS A RECEBER, CHEQUES DEVOLVIDOS
      *==            E TOTAL COMPRADO), A ACAO PROPOSTA E O NOVO
      *==            LIMITE. O GERENTE DE CREDITO APROVA NO ARQ038, QUE
      *==            GRAVA O LIMITE E O MOTIVO NO CREDCLI.DAT.
      *=================================================================
       01  REG-PROPCRD.
           05 PCR-DATA            PIC 9(08).
           05 PCR-ID-CLIENTE      PIC 9(04).
           05 PCR-NOME            PIC X(20).
           05 PCR-QTD-PARCELAS    PIC 9(04).
           05 PCR-MEDIA-ATRASO    PIC 9(03).
           05 PCR-MAIOR-ATRASO    PIC 9(04).
           05 PCR-CHEQUES-DEV     PIC 9(02).
           05 PCR-TOTAL-COMPRAS   PIC 9(08)V99.
           05 PCR-SALDO-ABERTO    PIC 9(08)V99.
           05 PCR-LIMITE-ATUAL    PIC 9(08)V99.
           05 PCR-STATUS-ATUAL    PIC X(01).
           05 PCR-ACAO            PIC X(01).
               88 PCR-AUMENTAR         VALUE 'A'.
               88 PCR-MANTER           VALUE 'M'.
               88 PCR-REDUZIR          VALUE 'R'.
               88 PCR-BLOQUEAR         VALUE 'B'.
           05 PCR-LIMITE-PROPOSTO PIC 9(08)V99.
           05 PCR-MOTIVO          PIC X(30).
           05 PCR-SITUACAO        PIC X(01).
               88 PCR-PENDENTE         VALUE 'P'.
               88 PCR-APROVADA         VALUE 'A'.
               88 PCR-REJEITADA        VALUE 'R'.
           05 PCR-APROVADOR       PIC X(20).
