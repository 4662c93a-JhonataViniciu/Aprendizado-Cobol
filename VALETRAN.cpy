      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO CADASTRO DE VALE-TRANSPORTE POR
      *==            FUNCIONARIO (VALETRAN.DAT, MANTIDO PELO FUN014) -
      *==            TARIFA DE CADA CONDUCAO, CONDUCOES POR DIA (IDA E
      *==            VOLTA) E DIAS DE DESLOCAMENTO NO MES. VALE A
      *==            ULTIMA LINHA DO FUNCIONARIO; VTC-OPTANTE = 'N'
      *==            REGISTRA A RECUSA DO BENEFICIO (SEM COMPRA E SEM
      *==            DESCONTO).
      *=================================================================
       01  REG-VALETRAN.
           05 VTC-FUNC-ID      PIC 9(04).
           05 VTC-TARIFA       PIC 9(03)V99.
           05 VTC-CONDUCOES    PIC 9(02).
           05 VTC-DIAS-MES     PIC 9(02).
           05 VTC-OPTANTE      PIC X(01).
               88 VTC-OPTA-PELO-VALE  VALUE 'S'.
               88 VTC-RECUSA-O-VALE   VALUE 'N'.
           05 VTC-DATA         PIC 9(08).
           05 VTC-OPERADOR     PIC X(20).
