      *== OBJETIVO: CONDUTOR DA CADEIA NOTURNA DE JOBS - EXECUTA EM
      *==           SEQUENCIA OS PROGRAMAS LISTADOS NO ARQUIVO
      *==           CADEIA.DAT (UM NOME POR LINHA; SEM O ARQUIVO VALE
      *==           A CADEIA PADRAO PROGRAMA99/ARQ011/ARQ013/ARQ014/
      *==           ARQ010/PROGRAMA19/PROGRAMA20/RELDIST), CONFERINDO NO
      *==           BATCHLOG O RESULTADO DE CADA PASSO (LOG-STATUS-OK)
      *==           ANTES DE SEGUIR. EM ERRO, A CADEIA PARA E O
      *==           PASSO FICA GRAVADO NO CHECKPOINT; NA PROXIMA
      *==           EXECUCAO O OPERADOR PODE RETOMAR DO PASSO QUE
      *==           FALHOU EM VEZ DE RERODAR TUDO DESDE O COMECO.
      *== DATA: 21/08/2026
      *== OBSERVAÇÕES:
      *== 02/09/2026 - JV - TRAVA DE EXECUCAO (JOBLOCK.DAT, MODULO
      *==            ERRO) E TEM MODO DE PREVIA QUE SO MOSTRA O
      *==            PLANO SEM EXECUTAR NADA. LINHA SO COM O NOME DO
      *==            PROGRAMA CONTINUA VALENDO COMO TODO DIA.
      *== 15/10/2026 - JV - A CADEIA PADRAO ABRE COM O PROGRAMA99
      *==            (INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS): ACHADO
      *==            NO NIVEL DE PARADA DO CONFIG INTEGRID_NIVEL SAI
      *==            COM STATUS 'E' E INTERROMPE A CADEIA COMO UM
      *==            PASSO QUE FALHA, ANTES DE A NOITE PROCESSAR EM
      *==            CIMA DE ARQUIVOS QUE NAO CONCORDAM ENTRE SI.
      *== 15/10/2026 - JV - A CADEIA PADRAO FECHA COM O RELDIST, QUE
      *==            SEPARA POR FILIAL AS GERACOES DO DIA DOS
      *==            RELATORIOS LISTADOS NO DISTREL.DAT E AS ENTREGA
      *==            NAS PASTAS DOS GERENTES.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
           OPEN INPUT CADEIA.
           IF FS-CADEIA NOT EQUAL 0
             DISPLAY "SEM ARQUIVO DE CADEIA - USANDO A CADEIA PADRAO"
             MOVE 8 TO WRK-QTD-PASSOS
             MOVE "PROGRAMA99" TO WRK-PASSO-PROG(1)
             MOVE "ARQ011"     TO WRK-PASSO-PROG(2)
             MOVE "ARQ013"     TO WRK-PASSO-PROG(3)
             MOVE "ARQ014"     TO WRK-PASSO-PROG(4)
             MOVE "ARQ010"     TO WRK-PASSO-PROG(5)
             MOVE "PROGRAMA19" TO WRK-PASSO-PROG(6)
             MOVE "PROGRAMA20" TO WRK-PASSO-PROG(7)
             MOVE "RELDIST"    TO WRK-PASSO-PROG(8)
             MOVE 1 TO WRK-IND-PASSO
             PERFORM 0112-ZERAR-REGRA-PASSO
               UNTIL WRK-IND-PASSO GREATER WRK-QTD-PASSOS
