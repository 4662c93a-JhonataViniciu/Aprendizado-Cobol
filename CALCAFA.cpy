      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: AREA DE COMUNICACAO COM O MODULO CALCAFA, QUE LE
      *==            OS AFASTAMENTOS DO FUNCIONARIO (AFASTAM.DAT) E
      *==            DEVOLVE, PARA A COMPETENCIA PEDIDA, OS DIAS SEM
      *==            SALARIO (DOENCA A PARTIR DO 16 DIA E LICENCA NAO
      *==            REMUNERADA) E OS DIAS DE LICENCA-MATERNIDADE;
      *==            PARA A JANELA DO 13 (AAAAMM INICIAL E FINAL), OS
      *==            MESES PERDIDOS (MAIS DE 15 DIAS SEM SALARIO NO
      *==            MES - A MATERNIDADE CONTA COMO TRABALHADA); E SE
      *==            O FUNCIONARIO ESTA AFASTADO NA DATA DE REFERENCIA,
      *==            COM O TIPO, O INICIO E A PREVISAO DE RETORNO
      *==            (ZEROS QUANDO O AFASTAMENTO NAO TEM FIM).
      *==            CAMPO DE ENTRADA ZERADO DESLIGA A APURACAO.
      *=================================================================
       01  WRK-AREA-CALCAFA.
           05 AFC-FUNC-ID          PIC 9(04).
           05 AFC-COMPETENCIA      PIC 9(06).
           05 AFC-13-INICIO        PIC 9(06).
           05 AFC-13-FIM           PIC 9(06).
           05 AFC-DATA-REF         PIC 9(08).
           05 AFC-DIAS-SEM-SALARIO PIC 9(02).
           05 AFC-DIAS-MATERNIDADE PIC 9(02).
           05 AFC-MESES-PERDIDOS   PIC 9(02).
           05 AFC-SW-AFASTADO      PIC X(01).
              88 AFC-AFASTADO             VALUE 'S'.
           05 AFC-TIPO             PIC X(01).
           05 AFC-INICIO           PIC 9(08).
           05 AFC-RETORNO          PIC 9(08).
