      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO DIARIO DE MOVIMENTOS BANCARIOS ESPERADOS
      *==            (MOVBANCO.DAT) - CADA PROGRAMA QUE MEXE COM
      *==            DINHEIRO NO BANCO GRAVA AQUI A CONTA USADA, O
      *==            CREDITO OU DEBITO E O VALOR. A CONCILIACAO DO
      *==            PROGRAMA68 MARCA A LINHA COMO CONCILIADA QUANDO
      *==            ACHA O LANCAMENTO NO EXTRATO DO BANCO.
      *=================================================================
       01  REG-MOVBANCO.
           05 MBC-CONTA          PIC 9(02).
           05 MBC-DATA           PIC 9(08).
           05 MBC-TIPO           PIC X(01).
               88 MBC-CREDITO           VALUE 'C'.
               88 MBC-DEBITO            VALUE 'D'.
           05 MBC-ORIGEM         PIC X(10).
           05 MBC-DOCUMENTO      PIC X(20).
           05 MBC-VALOR          PIC 9(10)V99.
           05 MBC-STATUS         PIC X(01).
               88 MBC-PENDENTE          VALUE 'P'.
               88 MBC-CONCILIADO        VALUE 'C'.
           05 MBC-DATA-CONCIL    PIC 9(08).
