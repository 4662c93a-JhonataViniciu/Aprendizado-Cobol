      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO CONTROLE DAS NOTAS ELETRONICAS
      *==            (NFECTL.DAT), INDEXADO POR FILIAL, TIPO, NOTA E
      *==            DATA DE EMISSAO. CADA NOTA DE VENDA (PROGRAMA15 E
      *==            PROGRAMA44) E CADA DEVOLUCAO (PROGRAMA35, SOB O
      *==            NUMERO DA NOTA ORIGINAL) ENTRA NA FILA PELO
      *==            MODULO NFEFILA COM A SITUACAO PENDENTE. O
      *==            PROGRAMA83 GERA O ARQUIVO DA NOTA NO LAYOUT DO
      *==            FISCO E O MANDA NO LOTE DE TRANSMISSAO; O
      *==            PROGRAMA84 GRAVA O PROTOCOLO OU A REJEICAO DO
      *==            RETORNO; O PROGRAMA85 LISTA O QUE AINDA NAO FOI
      *==            AUTORIZADO.
      *==            SITUACOES: P PENDENTE (NA FILA, AINDA NAO
      *==            TRANSMITIDA), T TRANSMITIDA (AGUARDANDO RETORNO),
      *==            A AUTORIZADA, R REJEITADA, X CANCELADA.
      *==            PEDIDO DE CANCELAMENTO (NOTA JA TRANSMITIDA):
      *==            S PEDIDO, E EVENTO ENVIADO, R EVENTO REJEITADO.
      *=================================================================
       01  REG-NFECTL.
           05 NFE-CHAVE.
              10 NFE-FILIAL         PIC 9(02).
              10 NFE-TIPO           PIC X(01).
                 88 NFE-VENDA                  VALUE 'V'.
                 88 NFE-DEVOLUCAO              VALUE 'D'.
              10 NFE-NOTA           PIC X(04).
              10 NFE-DATA-EMISSAO   PIC 9(08).
           05 NFE-HORA-EMISSAO      PIC 9(08).
           05 NFE-COMPETENCIA       PIC 9(06).
           05 NFE-ID-CLIENTE        PIC 9(04).
           05 NFE-FORMA-PAGTO       PIC X(10).
           05 NFE-VALOR             PIC 9(08)V99.
           05 NFE-ICMS              PIC 9(08)V99.
           05 NFE-FRETE             PIC 9(08)V99.
           05 NFE-DESCONTO          PIC 9(08)V99.
           05 NFE-STATUS            PIC X(01).
              88 NFE-PENDENTE                  VALUE 'P'.
              88 NFE-TRANSMITIDA               VALUE 'T'.
              88 NFE-AUTORIZADA                VALUE 'A'.
              88 NFE-REJEITADA                 VALUE 'R'.
              88 NFE-CANCELADA                 VALUE 'X'.
              88 NFE-NAO-AUTORIZADA            VALUE 'P' 'T' 'R'.
           05 NFE-CONTINGENCIA      PIC X(01).
              88 NFE-EM-CONTINGENCIA           VALUE 'S'.
           05 NFE-SW-CANCELAR       PIC X(01).
              88 NFE-CANC-PEDIDO               VALUE 'S'.
              88 NFE-CANC-ENVIADO              VALUE 'E'.
              88 NFE-CANC-REJEITADO            VALUE 'R'.
           05 NFE-ARQUIVO           PIC X(100).
           05 NFE-LOTE              PIC X(14).
           05 NFE-DATA-TRANSM       PIC 9(08).
           05 NFE-QTD-ENVIOS        PIC 9(02).
           05 NFE-PROTOCOLO         PIC X(15).
           05 NFE-DATA-RETORNO      PIC 9(08).
           05 NFE-CSTAT             PIC 9(03).
           05 NFE-MOTIVO            PIC X(60).
