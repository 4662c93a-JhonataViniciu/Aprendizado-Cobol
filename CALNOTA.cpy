      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO CALENDARIO DE LANCAMENTO DE NOTAS
      *==            (CALNOTAS.DAT) - UMA LINHA POR ANO LETIVO E
      *==            AVALIACAO (1, 2, 3 OU R = RECUPERACAO) COM A DATA
      *==            LIMITE PARA A SECRETARIA LANCAR A NOTA. MANTIDO
      *==            PELA COORDENACAO NOS MOLDES DO TABMENS.DAT. DEPOIS
      *==            DO PRAZO O LANCAMENTO (ALU024) E A ALTERACAO
      *==            (ALU002) RECUSAM A NOTA - MUDANCA SO PELA
      *==            RETIFICACAO CONTROLADA DO ALU006, COM TRILHA.
      *==            AVALIACAO SEM LINHA NO CALENDARIO FICA SEM PRAZO.
      *=================================================================
       01  REG-CALNOTA.
           05 CLN-ANO          PIC 9(04).
           05 CLN-AVALIACAO    PIC X(01).
           05 CLN-PRAZO        PIC 9(08).
           05 CLN-DESCRICAO    PIC X(30).
