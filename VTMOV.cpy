      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO MOVIMENTO MENSAL DE VALE-TRANSPORTE
      *==            (VTMOV.DAT) - UMA LINHA POR FUNCIONARIO E
      *==            COMPETENCIA DE USO, GRAVADA PELO CALCULO DO
      *==            PROGRAMA91: DIAS E QUANTIDADE DE VALES COMPRADOS
      *==            (JA ABATIDAS AS FALTAS DO MES ANTERIOR E AS
      *==            FERIAS), CUSTO DA COMPRA, DESCONTO DO EMPREGADO
      *==            (6% DO SALARIO, LIMITADO AO CUSTO - DESCONTADO
      *==            PELO PROGRAMA19 NA FOLHA DA COMPETENCIA) E A
      *==            PARTE DA EMPRESA COM O CENTRO DE CUSTO, PARA O
      *==            CUSTO DEPARTAMENTAL DO PROGRAMA60.
      *=================================================================
       01  REG-VTMOV.
           05 VTM-COMPETENCIA  PIC 9(06).
           05 VTM-FUNC-ID      PIC 9(04).
           05 VTM-CCUSTO       PIC 9(03).
           05 VTM-DIAS         PIC 9(02).
           05 VTM-QTD-VALES    PIC 9(03).
           05 VTM-TARIFA       PIC 9(03)V99.
           05 VTM-CUSTO        PIC 9(06)V99.
           05 VTM-DESCONTO     PIC 9(06)V99.
           05 VTM-EMPRESA      PIC 9(06)V99.
