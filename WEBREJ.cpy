      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO DE REJEITADOS DA
      *==            IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL (PROGRAMA87)
      *==            - O CODIGO DO MOTIVO SEGUIDO DA LINHA ORIGINAL DO
      *==            ARQUIVO DA LOJA, NOS MOLDES DE REJIMP.cpy. OS
      *==            MOTIVOS 001 A 006 RECUSAM O PEDIDO INTEIRO (OS
      *==            ITENS DELE SAEM COM 007); 008 A 011 RECUSAM SO O
      *==            ITEM.
      *=================================================================
       01  REG-WEBREJ.
           05 WRJ-CODIGO    PIC X(03).
               88 WRJ-PEDIDO-DUPLICADO   VALUE '001'.
               88 WRJ-CPF-INVALIDO       VALUE '002'.
               88 WRJ-CLIENTE-INATIVO    VALUE '003'.
               88 WRJ-NOME-AUSENTE       VALUE '004'.
               88 WRJ-CEP-INVALIDO       VALUE '005'.
               88 WRJ-CLIENTE-NAO-GRAVADO VALUE '006'.
               88 WRJ-ITEM-SEM-PEDIDO    VALUE '007'.
               88 WRJ-PRODUTO-NAO-CADASTRADO VALUE '008'.
               88 WRJ-PRODUTO-INATIVO    VALUE '009'.
               88 WRJ-QTD-INVALIDA       VALUE '010'.
               88 WRJ-SALDO-INSUFICIENTE VALUE '011'.
               88 WRJ-LINHA-INVALIDA     VALUE '012'.
           05 WRJ-SEPARADOR PIC X(01).
           05 WRJ-LINHA     PIC X(200).
