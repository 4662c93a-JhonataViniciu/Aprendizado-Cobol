      *==            PARA UM CENTRO (FUNC-CCUSTO) E A FOLHA DO
      *==            PROGRAMA19 SUBTOTALIZA E EXPORTA OS CUSTOS POR
      *==            CENTRO; O COMPARATIVO MES A MES E DO PROGRAMA60.
      *==
      *==  15/10/2026 - JV - ACRESCENTADO CCU-FILIAL: A FILIAL A QUE O
      *==            CENTRO PERTENCE, PARA O DRE GERENCIAL POR FILIAL
      *==            (PROGRAMA88) RATEAR FOLHA E DESPESAS. LINHA ANTIGA
      *==            SEM O CAMPO VALE COMO MATRIZ (FILIAL 01).
      *=================================================================
       01  REG-CCUSTO.
           05 CCU-CODIGO       PIC 9(03).
           05 CCU-STATUS       PIC X(01).
               88 CCU-ATIVO           VALUE 'A'.
               88 CCU-INATIVO         VALUE 'I'.
           05 CCU-FILIAL       PIC 9(02).
