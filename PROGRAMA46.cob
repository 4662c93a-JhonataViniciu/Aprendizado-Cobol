      *==           O TOTAL DE COMISSOES EM LOG-HASH.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - MOVIMENTO EM MEMORIA ALARGADO PARA O
      *==           DESCONTO DE QUEBRA DE CAIXA (MVF-DESC-CAIXA), QUE
      *==           NASCE ZERADO NO REGISTRO NOVO.
      *== 15/10/2026 - JV - MOVIMENTO EM MEMORIA ALARGADO PARA O
      *==           VALOR DAS AULAS DOS PROFESSORES (MVF-HORA-AULA,
      *==           LANCADO PELO ALU019), QUE NASCE ZERADO NO
      *==           REGISTRO NOVO.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.

      *--- MOVIMENTO DA FOLHA EM MEMORIA (REGRAVACAO COMPLETA) ---
       01  WRK-TAB-MOVFOLHA.
           05 WRK-MVF-REG OCCURS 500 TIMES PIC X(54).
       77  WRK-QTD-MOVFOLHA    PIC 9(03)    VALUE ZEROS.
       77  WRK-MAX-MOVFOLHA    PIC 9(03)    VALUE 500.
       77  WRK-SW-CARGA        PIC X(01)    VALUE "N".
               MOVE WRK-VND-COMISSAO(WRK-IND-VENDEDOR)
                 TO MVF-COMISSAO
               MOVE ZEROS TO MVF-RETROATIVO
               MOVE ZEROS TO MVF-DESC-CAIXA
               MOVE ZEROS TO MVF-HORA-AULA
               ADD 1 TO WRK-QTD-MOVFOLHA
               MOVE REG-MOVFOLHA TO WRK-MVF-REG(WRK-QTD-MOVFOLHA)
             END-IF
