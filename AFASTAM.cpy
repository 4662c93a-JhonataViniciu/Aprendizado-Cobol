      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO CADASTRO DE AFASTAMENTOS (AFASTAM.DAT,
      *==            MANTIDO PELO FUN017) - TIPO, INICIO E FIM DO
      *==            AFASTAMENTO DO FUNCIONARIO. FIM ZERADO = SEM DATA
      *==            DE RETORNO (AFASTAMENTO EM ABERTO). VALE A ULTIMA
      *==            LINHA DO MESMO FUNCIONARIO E INICIO (O ENCERRAMENTO
      *==            E O CANCELAMENTO GRAVAM LINHA NOVA).
      *=================================================================
       01  REG-AFASTAM.
           05 AFA-FUNC-ID      PIC 9(04).
           05 AFA-TIPO         PIC X(01).
               88 AFA-DOENCA          VALUE 'D'.
               88 AFA-MATERNIDADE     VALUE 'M'.
               88 AFA-NAO-REMUNERADA  VALUE 'L'.
               88 AFA-CANCELADO       VALUE 'C'.
           05 AFA-INICIO       PIC 9(08).
           05 AFA-FIM          PIC 9(08).
           05 AFA-DATA-REG     PIC 9(08).
           05 AFA-OPERADOR     PIC X(20).
