      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE ENTREGAS (ENTREGAS.DAT) - UM
      *==            REGISTRO POR NOTA ENTREGUE NO ENDERECO DO CLIENTE,
      *==            ABERTO PELA VENDA COM FRETE DO PROGRAMA15 OU PELA
      *==            ENTREGA DE ENCOMENDA DO PROGRAMA44 COM O ENDERECO
      *==            DO CLIENTES.DAT. A ROTA NASCE IGUAL A UF E PODE
      *==            SER TROCADA NO REAGENDAMENTO; O ROMANEIO
      *==            (PROGRAMA73) AGRUPA POR ELA.
      *==            P = PENDENTE (AGUARDANDO ROMANEIO)
      *==            T = EM TRANSPORTE (SAIU NO ROMANEIO)
      *==            E = ENTREGUE          R = RECUSADA PELO CLIENTE
      *==            C = NOTA CANCELADA (PROGRAMA69)
      *=================================================================
       01  REG-ENTREGA.
           05 ETG-FILIAL         PIC 9(02).
           05 ETG-NOTA           PIC X(04).
           05 ETG-DATA-VENDA     PIC 9(08).
           05 ETG-ORIGEM         PIC X(01).
              88 ETG-DO-BALCAO             VALUE 'B'.
              88 ETG-DE-ENCOMENDA          VALUE 'E'.
           05 ETG-NUM-ENCOMENDA  PIC 9(06).
           05 ETG-ID-CLIENTE     PIC 9(04).
           05 ETG-NOME           PIC X(20).
           05 ETG-ENDERECO       PIC X(40).
           05 ETG-UF             PIC X(02).
           05 ETG-ROTA           PIC X(04).
           05 ETG-DATA-PREVISTA  PIC 9(08).
           05 ETG-VALOR          PIC 9(08)V99.
           05 ETG-STATUS         PIC X(01).
              88 ETG-PENDENTE              VALUE 'P'.
              88 ETG-EM-TRANSPORTE         VALUE 'T'.
              88 ETG-ENTREGUE              VALUE 'E'.
              88 ETG-RECUSADA              VALUE 'R'.
              88 ETG-CANCELADA             VALUE 'C'.
              88 ETG-EM-ABERTO             VALUE 'P' 'T'.
           05 ETG-REAGENDAMENTOS PIC 9(02).
           05 ETG-DATA-ROMANEIO  PIC 9(08).
           05 ETG-DATA-BAIXA     PIC 9(08).
           05 ETG-OBSERVACAO     PIC X(30).
