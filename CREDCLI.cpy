      *==            LIBERACAO DO SUPERVISOR) QUANDO O LIMITE ESTOURA
      *==            OU O CLIENTE ESTA BLOQUEADO. CLIENTE SEM
      *==            REGISTRO AQUI SEGUE SEM LIMITE, COMO SEMPRE FOI.
      *==
      *==  15/10/2026 - JV - ACRESCENTADOS CRD-DATA-REVISAO, CRD-MOTIVO
      *==            E CRD-RESPONSAVEL: QUANDO, POR QUE E POR QUEM O
      *==            LIMITE FOI ALTERADO PELA ULTIMA VEZ (MANUTENCAO
      *==            DO ARQ031 OU APROVACAO DA REVISAO MENSAL NO
      *==            ARQ038). LINHA ANTIGA SEM OS CAMPOS VALE COMO
      *==            NUNCA REVISADA.
      *=================================================================
       01  REG-CREDCLI.
           05 CRD-ID-CLIENTE   PIC 9(04).
           05 CRD-STATUS       PIC X(01).
               88 CRD-LIBERADO        VALUE 'L'.
               88 CRD-BLOQUEADO       VALUE 'B'.
           05 CRD-DATA-REVISAO PIC 9(08).
           05 CRD-MOTIVO       PIC X(30).
           05 CRD-RESPONSAVEL  PIC X(20).
