      *==            CATEGORIA COMERCIAL, VALIDADA NO CADASTRO
      *==            CATEGORI.DAT (PRD021); ZERO VALE COMO PRODUTO
      *==            SEM CATEGORIA.
      *==  15/10/2026 - JV - PRODUTO NOVO NASCE SEM CLASSE ABC
      *==            (BRANCO) ATE A PROXIMA APURACAO DO PRD028.
      *=================================================================

       ENVIRONMENT DIVISION.
                 MOVE ZEROS         TO PROD-CUSTO-MEDIO.
                 MOVE WRK-CATEG     TO PROD-CATEG-TRIB.
                 MOVE WRK-CATEGORIA TO PROD-CATEGORIA.
                 MOVE SPACE         TO PROD-CLASSE-ABC.
                 MOVE ZEROS         TO PROD-QTD-REPOS.

                 WRITE REG-PRODUTOS
                   INVALID KEY
