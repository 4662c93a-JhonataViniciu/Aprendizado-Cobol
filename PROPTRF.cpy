      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE PROPOSTAS DE REPOSICAO ENTRE
      *==            FILIAIS (PROPTRF.DAT) - UMA LINHA POR PRODUTO,
      *==            FILIAL DE ORIGEM (COM SOBRA) E FILIAL DE DESTINO
      *==            (EM RISCO DE RUPTURA), GERADA TODA NOITE PELO
      *==            PRD035 A PARTIR DO SALDO EM ESTFILIA.DAT E DO
      *==            GIRO RECENTE DE CADA FILIAL NO VENDMOV. NA
      *==            CONFIRMACAO DO SUPERVISOR (PRD036) A LINHA VIRA
      *==            DOCUMENTO DE TRANSFERENCIA (TRANSFER.DAT) E GUARDA
      *==            O NUMERO DELE.
      *=================================================================
       01  REG-PROPTRF.
           05 PTR-DATA          PIC 9(08).
           05 PTR-CODIGO        PIC 9(05).
           05 PTR-DESCRICAO     PIC X(30).
           05 PTR-FILIAL-ORIG   PIC 9(02).
           05 PTR-FILIAL-DEST   PIC 9(02).
           05 PTR-QTD           PIC 9(05).
           05 PTR-SALDO-DEST    PIC 9(05).
           05 PTR-MEDIA-DEST    PIC 9(03)V99.
           05 PTR-STATUS        PIC X(01).
               88 PTR-PENDENTE         VALUE 'P'.
               88 PTR-CONFIRMADA       VALUE 'C'.
               88 PTR-DESCARTADA       VALUE 'X'.
           05 PTR-NUM-TRANSF    PIC 9(06).
           05 PTR-SUPERVISOR    PIC X(20).
