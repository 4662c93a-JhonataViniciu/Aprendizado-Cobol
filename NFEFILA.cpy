      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: AREA DE COMUNICACAO COM O MODULO NFEFILA, QUE POE
      *==            A NOTA EMITIDA NA FILA DA NOTA ELETRONICA
      *==            (NFECTL.DAT). O CHAMADOR PREENCHE A FILIAL, O TIPO
      *==            (V VENDA / D DEVOLUCAO), O NUMERO DA NOTA (NA
      *==            DEVOLUCAO, O DA NOTA ORIGINAL), A DATA, O CLIENTE,
      *==            A FORMA DE PAGAMENTO E OS VALORES; O MODULO DEVOLVE
      *==            SE A NOTA ENTROU NA FILA, SE FOI EMITIDA EM
      *==            CONTINGENCIA OU SE NAO PODE SER ENFILEIRADA.
      *=================================================================
       01  WRK-AREA-NFEFILA.
           05 NFF-FILIAL       PIC 9(02).
           05 NFF-TIPO         PIC X(01).
           05 NFF-NOTA         PIC X(04).
           05 NFF-DATA         PIC 9(08).
           05 NFF-ID-CLIENTE   PIC 9(04).
           05 NFF-FORMA-PAGTO  PIC X(10).
           05 NFF-VALOR        PIC 9(08)V99.
           05 NFF-ICMS         PIC 9(08)V99.
           05 NFF-FRETE        PIC 9(08)V99.
           05 NFF-DESCONTO     PIC 9(08)V99.
           05 NFF-SW-RESULTADO PIC X(01).
              88 NFF-ENFILEIRADA           VALUE 'S'.
              88 NFF-CONTINGENCIA          VALUE 'C'.
              88 NFF-JA-TRANSMITIDA        VALUE 'J'.
              88 NFF-ERRO                  VALUE 'E'.
           05 NFF-STATUS-ARQ   PIC 9(02).
