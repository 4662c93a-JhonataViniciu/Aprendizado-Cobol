      *==            GUARDA O ACUMULADO PAGO; E DAQUI QUE O EXTRATO
      *==            DO CLIENTE (PROGRAMA51) TIRA OS PAGAMENTOS COM
      *==            AS DATAS.
      *==
      *==  15/10/2026 - JV - ACRESCENTADO RCM-TIPO: 'P' = RECUPERACAO
      *==            DE PARCELA JA BAIXADA PARA PERDAS (PROGRAMA82) -
      *==            A EXPORTACAO CONTABIL (PROGRAMA53) LANCA COMO
      *==            RECEITA DE RECUPERACAO E NAO COMO BAIXA DE
      *==            CLIENTES. BRANCO (E LINHA ANTIGA) = RECEBIMENTO
      *==            NORMAL.
      *=================================================================
       01  REG-RECMOV.
           05 RCM-ID-CLIENTE   PIC 9(04).
           05 RCM-PARCELA      PIC 9(02).
           05 RCM-DATA         PIC 9(08).
           05 RCM-VALOR        PIC 9(08)V99.
           05 RCM-TIPO         PIC X(01).
               88 RCM-RECUPERACAO     VALUE 'P'.
