      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DA OPCAO DO FUNCIONARIO PELO BANCO DE
      *==            HORAS (BHOPCAO.DAT, MANTIDO PELO FUN015) - AS
      *==            HORAS A MAIS DO PONTO VAO PARA O BANCO (B) OU SAO
      *==            PAGAS COMO HORA EXTRA (P). VALE A ULTIMA LINHA DO
      *==            FUNCIONARIO; QUEM NAO TEM LINHA RECEBE EM HORA
      *==            EXTRA.
      *=================================================================
       01  REG-BHOPCAO.
           05 BHO-FUNC-ID      PIC 9(04).
           05 BHO-OPCAO        PIC X(01).
               88 BHO-BANCO-DE-HORAS  VALUE 'B'.
               88 BHO-PAGAMENTO       VALUE 'P'.
           05 BHO-DATA         PIC 9(08).
           05 BHO-OPERADOR     PIC X(20).
