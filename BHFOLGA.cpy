      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DA FOLGA COMPENSATORIA (BHFOLGA.DAT,
      *==            REGISTRADA PELO FUN016) - DIA DE FOLGA E MINUTOS
      *==            COMPENSADOS, DEBITADOS DO BANCO DE HORAS PELO
      *==            PROGRAMA92 NO FECHAMENTO DA COMPETENCIA DA FOLGA.
      *=================================================================
       01  REG-BHFOLGA.
           05 BHF-FUNC-ID      PIC 9(04).
           05 BHF-DATA         PIC 9(08).
           05 BHF-MINUTOS      PIC 9(04).
           05 BHF-DATA-REG     PIC 9(08).
           05 BHF-OPERADOR     PIC X(20).
