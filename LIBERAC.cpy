      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DE LIBERACOES DE SUPERVISOR NO
      *==            BALCAO (LIBERAC.DAT, SEQUENCIAL, SO ACRESCIDO).
      *==            UMA LINHA POR LIBERACAO AUTENTICADA NO PROGRAMA15:
      *==            M = VENDA ABAIXO DO CUSTO MEDIO (VALOR 1 = PRECO,
      *==                VALOR 2 = CUSTO MEDIO);
      *==            E = VENDA SEM SALDO LIVRE (VALOR 1 = SALDO LIVRE,
      *==                VALOR 2 = ESTOQUE DO PRODUTO);
      *==            C = PRAZO ACIMA DO LIMITE DO CREDCLI (VALOR 1 =
      *==                EXPOSICAO COM A NOTA, VALOR 2 = LIMITE);
      *==            D = DESCONTO DA NOTA ACIMA DO TETO DO NIVEL DO
      *==                OPERADOR (VALOR 1 = % DO DESCONTO, VALOR 2 =
      *==                % DO TETO).
      *==            O RELATORIO DE EXCECOES (PROGRAMA76) TOTALIZA POR
      *==            SUPERVISOR E POR TIPO.
      *=================================================================
       01  REG-LIBERAC.
           05 LIB-DATA         PIC 9(08).
           05 LIB-HORA         PIC 9(08).
           05 LIB-FILIAL       PIC 9(02).
           05 LIB-NOTA         PIC X(04).
           05 LIB-PRODUTO      PIC 9(05).
           05 LIB-ID-CLIENTE   PIC 9(04).
           05 LIB-OPERADOR     PIC X(20).
           05 LIB-SUP-ID       PIC 9(04).
           05 LIB-SUP-NOME     PIC X(20).
           05 LIB-TIPO         PIC X(01).
              88 LIB-MARGEM            VALUE 'M'.
              88 LIB-ESTOQUE           VALUE 'E'.
              88 LIB-CREDITO           VALUE 'C'.
              88 LIB-DESCONTO          VALUE 'D'.
           05 LIB-MOTIVO       PIC X(30).
           05 LIB-VALOR-1      PIC S9(09)V99.
           05 LIB-VALOR-2      PIC S9(09)V99.
