      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DOS LOTES BLOQUEADOS
      *==            (LOTEBLQ.DAT) - UMA LINHA POR PRODUTO E LOTE
      *==            RETIRADO DE VENDA PELO RECALL DO PRD046. A VENDA
      *==            DO PROGRAMA15 E A ENTREGA DO PROGRAMA44 NAO
      *==            CONSOMEM LOTE QUE TENHA LINHA AQUI; O SALDO DO
      *==            LOTE CONTINUA NO LOTES.DAT ATE O DESTINO SER
      *==            DADO (DEVOLUCAO AO FORNECEDOR OU PERDA).
      *=================================================================
       01  REG-LOTEBLQ.
           05 LBQ-CODIGO       PIC 9(05).
           05 LBQ-NUMERO       PIC X(10).
           05 LBQ-DATA         PIC 9(08).
           05 LBQ-MOTIVO       PIC X(40).
