      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO LIVRO DE QUEBRAS DE CAIXA (QUEBRAS.DAT)
      *==            - UM REGISTRO POR SESSAO FECHADA NO PROGRAMA37,
      *==            COM A DIFERENCA TOTAL CONTADO X ESPERADO DO
      *==            OPERADOR (NEGATIVA = FALTA, POSITIVA = SOBRA,
      *==            ZERO = CAIXA BATIDO). O PROGRAMA77 TIRA O SALDO
      *==            MENSAL POR OPERADOR E O PROGRAMA78 LANCA AS
      *==            FALTAS APROVADAS NO MOVIMENTO DA FOLHA.
      *==            R = REGISTRADA (AINDA NAO TRATADA)
      *==            D = DESCONTADA NA FOLHA (COMPETENCIA/FUNCIONARIO)
      *==            I = ISENTA (ABAIXO DA TOLERANCIA OU NAO APROVADA)
      *=================================================================
       01  REG-QUEBRA.
           05 QBR-FILIAL          PIC 9(02).
           05 QBR-DATA-ABERTURA   PIC 9(08).
           05 QBR-HORA-ABERTURA   PIC 9(08).
           05 QBR-OPERADOR        PIC X(20).
           05 QBR-DATA-FECHO      PIC 9(08).
           05 QBR-VALOR           PIC S9(08)V99
                                  SIGN IS LEADING SEPARATE.
           05 QBR-SITUACAO        PIC X(01).
               88 QBR-REGISTRADA        VALUE 'R'.
               88 QBR-DESCONTADA        VALUE 'D'.
               88 QBR-ISENTA            VALUE 'I'.
           05 QBR-COMPETENCIA     PIC 9(06).
           05 QBR-FUNC-ID         PIC 9(04).
