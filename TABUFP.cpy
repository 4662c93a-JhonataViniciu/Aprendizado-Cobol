      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: CRITICA DA SIGLA EM WRK-UF-CRITICA CONTRA A TABELA
      *==            DE TABUF.cpy - LIGA UF-VALIDA QUANDO A SIGLA E UMA
      *==            DAS 27 UNIDADES DA FEDERACAO.
      *=================================================================
       0196-CRITICAR-UF                SECTION.
           MOVE 'N' TO WRK-SW-UF.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
               UNTIL WRK-IND-UF GREATER WRK-QTD-UF
                  OR UF-VALIDA
             IF WRK-TAB-UF-SIGLA(WRK-IND-UF) EQUAL WRK-UF-CRITICA
                MOVE 'S' TO WRK-SW-UF
             END-IF
           END-PERFORM.
