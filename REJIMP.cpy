      *==            MODO QUE A FILIAL POSSA CORRIGIR O ARQUIVO E
      *==            DEVOLVE-LO PARA O MODO DE REPROCESSO DO PROPRIO
      *==            ARQ011.
      *==  15/10/2026 - JV - NOVOS MOTIVOS 006 (CEP INVALIDO OU FORA
      *==            DA TABELA DE CEP) E 007 (UF INVALIDA) PARA AS
      *==            COLUNAS DO ENDERECO ESTRUTURADO.
      *=================================================================
       01  REG-REJEITO.
           05 REJ-CODIGO    PIC X(03).
               88 REJ-TEL-INVALIDO     VALUE '003'.
               88 REJ-CPF-INVALIDO     VALUE '004'.
               88 REJ-ID-DUPLICADO     VALUE '005'.
               88 REJ-CEP-INVALIDO     VALUE '006'.
               88 REJ-UF-INVALIDA      VALUE '007'.
           05 REJ-SEPARADOR PIC X(01).
           05 REJ-LINHA     PIC X(200).
