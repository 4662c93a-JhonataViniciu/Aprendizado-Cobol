      *==            DESTINO (PRD020) CREDITA A FILIAL RECEBEDORA E
      *==            FECHA O DOCUMENTO. O TOTAL DA EMPRESA NO
      *==            CADASTRO NAO MUDA COM A TRANSFERENCIA.
      *==  15/10/2026 - JV - O DOCUMENTO TAMBEM NASCE DA PROPOSTA DE
      *==            REPOSICAO ENTRE FILIAIS (PRD035) CONFIRMADA PELO
      *==            SUPERVISOR NO PRD036, COM A MESMA BAIXA NA ORIGEM
      *==            E O MESMO ESTADO EM TRANSITO DO PRD019.
      *=================================================================
       01  REG-TRANSFER.
           05 TRF-NUMERO       PIC 9(06).
