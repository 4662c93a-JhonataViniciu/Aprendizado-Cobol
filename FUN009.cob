      *==            REGISTRO A REGISTRO EM VEZ DA REGRAVACAO
      *==            COMPLETA - UMA QUEDA NO MEIO NAO TRUNCA MAIS O
      *==            CADASTRO.
      *==  15/10/2026 - JV - MOVIMENTO EM MEMORIA ALARGADO PARA O
      *==            DESCONTO DE QUEBRA DE CAIXA (MVF-DESC-CAIXA), QUE
      *==            NASCE ZERADO NO REGISTRO NOVO.
      *==  15/10/2026 - JV - MOVIMENTO EM MEMORIA ALARGADO PARA O
      *==            VALOR DAS AULAS DOS PROFESSORES (MVF-HORA-AULA,
      *==            LANCADO PELO ALU019), QUE NASCE ZERADO NO
      *==            REGISTRO NOVO.
      *=================================================================

       ENVIRONMENT DIVISION.

      *--- MOVIMENTO DA FOLHA EM MEMORIA (FUSAO DO RETROATIVO) ---
       01  WRK-TAB-MOVFOLHA.
           05 WRK-MVF-REG OCCURS 500 TIMES PIC X(54).
       77  WRK-QTD-MOVFOLHA PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-MOVFOLHA PIC 9(03) VALUE 500.
       77  WRK-SW-CARGA-M  PIC X(01) VALUE "N".
               MOVE ZEROS TO MVF-FALTAS
               MOVE ZEROS TO MVF-COMISSAO
               MOVE WRK-RETRO-FUNC TO MVF-RETROATIVO
               MOVE ZEROS TO MVF-DESC-CAIXA
               MOVE ZEROS TO MVF-HORA-AULA
               ADD 1 TO WRK-QTD-MOVFOLHA
               MOVE REG-MOVFOLHA TO WRK-MVF-REG(WRK-QTD-MOVFOLHA)
             END-IF
