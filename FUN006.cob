      *==            E A 100% E OS DIAS DE FALTA QUE O PROGRAMA19
      *==            APLICA SOBRE O SALARIO BASE ANTES DAS FAIXAS DE
      *==            IRRF/INSS.
      *==  15/10/2026 - JV - O LANCAMENTO NASCE COM O DESCONTO DE
      *==            QUEBRA DE CAIXA (MVF-DESC-CAIXA) ZERADO.
      *==  15/10/2026 - JV - O LANCAMENTO NASCE COM O VALOR DAS
      *==            AULAS DOS PROFESSORES (MVF-HORA-AULA, LANCADO
      *==            PELO ALU019) ZERADO.
      *=================================================================

       ENVIRONMENT DIVISION.
               MOVE WRK-FALTAS      TO MVF-FALTAS
               MOVE ZEROS           TO MVF-COMISSAO
               MOVE ZEROS           TO MVF-RETROATIVO
               MOVE ZEROS           TO MVF-DESC-CAIXA
               MOVE ZEROS           TO MVF-HORA-AULA
               WRITE REG-MOVFOLHA
               CLOSE MOVFOLHA
               DISPLAY "MOVIMENTO LANCADO COM SUCESSO"
