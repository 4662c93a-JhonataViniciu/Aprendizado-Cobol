      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO RAZAO DO BANCO DE HORAS (BANCOHRS.DAT,
      *==            MANTIDO PELO PROGRAMA92) - UMA LINHA POR
      *==            LANCAMENTO, NA ORDEM EM QUE ENTROU:
      *==              A - CREDITO DE HORAS A MAIS EM DIA COMUM (50%)
      *==              B - CREDITO DE HORAS DE DOMINGO (100%)
      *==              D - DEBITO DE HORAS A MENOS DA JORNADA
      *==              F - DEBITO DE FOLGA COMPENSATORIA
      *==              E - CREDITO VENCIDO (SEIS MESES) PAGO COMO HORA
      *==                  EXTRA NA FOLHA DA COMPETENCIA DO VENCIMENTO
      *==            BHM-ABERTO E O SALDO AINDA NAO COMPENSADO DA
      *==            LINHA: NO CREDITO, O QUE FALTA GOZAR; NO DEBITO, O
      *==            QUE AINDA NAO ACHOU CREDITO. OS DEBITOS CONSOMEM OS
      *==            CREDITOS MAIS ANTIGOS PRIMEIRO. NA LINHA E,
      *==            BHM-REFERENCIA GUARDA A COMPETENCIA DO CREDITO
      *==            VENCIDO.
      *=================================================================
       01  REG-BANCOHRS.
           05 BHM-FUNC-ID      PIC 9(04).
           05 BHM-COMPETENCIA  PIC 9(06).
           05 BHM-DATA         PIC 9(08).
           05 BHM-TIPO         PIC X(01).
               88 BHM-CREDITO-50      VALUE 'A'.
               88 BHM-CREDITO-100     VALUE 'B'.
               88 BHM-CREDITO         VALUE 'A' 'B'.
               88 BHM-DEBITO-PONTO    VALUE 'D'.
               88 BHM-DEBITO-FOLGA    VALUE 'F'.
               88 BHM-DEBITO          VALUE 'D' 'F'.
               88 BHM-VENCIDO-PAGO    VALUE 'E'.
           05 BHM-MINUTOS      PIC 9(05).
           05 BHM-ABERTO       PIC 9(05).
           05 BHM-REFERENCIA   PIC 9(06).
