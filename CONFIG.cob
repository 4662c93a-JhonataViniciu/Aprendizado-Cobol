      *==            CONFIG.DAT, NAO UMA DUZIA DE VARIAVEIS. O PROPRIO
      *==            CONFIG.DAT PODE SER REAPONTADO PELA VARIAVEL DE
      *==            AMBIENTE CONFIG_DAT.
      *== 15/10/2026 - JV - TABELA DE ENTRADAS AMPLIADA PARA 300 - O
      *==            CONFIG.DAT DO AMBIENTE DE TESTE TRAZ TODOS OS
      *==            NOMES LOGICOS DA SUITE.
      *=================================================================

       ENVIRONMENT DIVISION.

      *--------------- ENTRADAS CARREGADAS DO CONFIG.DAT ---------------
       01  WRK-TAB-ENTRADAS.
           05 WRK-ENT-ITEM OCCURS 300 TIMES.
              10 WRK-ENT-NOME    PIC X(20).
              10 WRK-ENT-CAMINHO PIC X(100).
       77  WRK-QTD-ENTRADAS       PIC 9(03)  VALUE ZEROS.
       77  WRK-MAX-ENTRADAS       PIC 9(03)  VALUE 300.
       77  WRK-IND-ENTRADA        PIC 9(03)  VALUE ZEROS.
       77  WRK-SW-ENTRADA         PIC X(01)  VALUE "N".
           88 ENTRADA-ACHADA                 VALUE "S".
