            DISPLAY "24 - MANUTENCAO DE CODIGOS DE BARRA".
            DISPLAY "25 - DEFINICAO DE KITS".
            DISPLAY "26 - LOTES A VENCER".
            DISPLAY "27 - CURVA ABC DOS PRODUTOS".
            DISPLAY "28 - ESTOQUE PARADO".
            DISPLAY "29 - DEVOLUCAO AO FORNECEDOR".
            DISPLAY "30 - AVALIACAO DE FORNECEDORES".
            DISPLAY "31 - FAIXAS DE PRECO POR QUANTIDADE".
            DISPLAY "32 - RECALCULO DO ESTOQUE MINIMO".
            DISPLAY "33 - APROVACAO DO ESTOQUE MINIMO".
            DISPLAY "34 - PROPOSTA DE REPOSICAO ENTRE FILIAIS".
            DISPLAY "35 - CONFIRMACAO DA REPOSICAO ENTRE FILIAIS".
            DISPLAY "36 - ETIQUETAS DE GONDOLA".
            DISPLAY "37 - REMESSA DE PAGAMENTO A FORNECEDORES".
            DISPLAY "38 - APROVACAO DA REMESSA DE PAGAMENTOS".
            DISPLAY "39 - RETORNO DE PAGAMENTOS A FORNECEDORES".
            DISPLAY "40 - LANCAMENTO DE DESPESA A PAGAR".
            DISPLAY "41 - CONTAS RECORRENTES".
            DISPLAY "42 - GERACAO MENSAL DAS CONTAS RECORRENTES".
            DISPLAY "43 - FOTO MENSAL DO ESTOQUE POR FILIAL".
            DISPLAY "44 - RECALL DE LOTE (RASTREIO E BLOQUEIO)".
            DISPLAY " 0 - SAIR".
            DISPLAY "----------------------------------------".
            DISPLAY "OPCAO: "
               WHEN 24 CALL "PRD025"
               WHEN 25 CALL "PRD026"
               WHEN 26 CALL "PRD027"
               WHEN 27 CALL "PRD028"
               WHEN 28 CALL "PRD029"
               WHEN 29 CALL "PRD030"
               WHEN 30 CALL "PRD031"
               WHEN 31 CALL "PRD032"
               WHEN 32 CALL "PRD033"
               WHEN 33 CALL "PRD034"
               WHEN 34 CALL "PRD035"
               WHEN 35 CALL "PRD036"
               WHEN 36 CALL "PRD037"
               WHEN 37 CALL "PRD038"
               WHEN 38 CALL "PRD039"
               WHEN 39 CALL "PRD040"
               WHEN 40 CALL "PRD042"
               WHEN 41 CALL "PRD043"
               WHEN 42 CALL "PRD044"
               WHEN 43 CALL "PRD045"
               WHEN 44 CALL "PRD046"
               WHEN 0  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA"
