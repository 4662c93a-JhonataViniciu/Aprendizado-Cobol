      *=================================================================
      *==  AUTOR: JHONATA VINICIUS
      *==  CONSULTORIA: XPTO
      *==  DATA DE CRIACAO: 15/10/2026
      *==  OBJETIVO: LAYOUT DO CONTROLE DOS EVENTOS DO ESOCIAL
      *==            (ESOCTL.DAT), INDEXADO POR COMPETENCIA, EVENTO,
      *==            FUNCIONARIO E DATA DE REFERENCIA DO FATO, COM A
      *==            SEQUENCIA DO EVENTO COMO CHAVE ALTERNATIVA. O
      *==            PROGRAMA94 GERA OS EVENTOS DA COMPETENCIA NO
      *==            ARQUIVO DE ENVIO E OS DEIXA PENDENTES; O
      *==            PROGRAMA95 GRAVA O RETORNO DO GOVERNO (ENVIADO
      *==            COM PROTOCOLO, ACEITO COM RECIBO OU REJEITADO COM
      *==            O MOTIVO). EVENTO ACEITO NAO SAI DE NOVO NA
      *==            REGERACAO DA COMPETENCIA; OS DEMAIS SAEM COM A
      *==            MESMA SEQUENCIA.
      *==            EVENTOS: S-2200 ADMISSAO, S-2206 ALTERACAO
      *==            SALARIAL, S-1200 REMUNERACAO DO MES, S-2230
      *==            AFASTAMENTO E FERIAS, S-2299 DESLIGAMENTO.
      *==            SITUACOES: P PENDENTE, E ENVIADO, A ACEITO,
      *==            R REJEITADO.
      *=================================================================
       01  REG-ESOCTL.
           05 EVS-CHAVE.
              10 EVS-COMPETENCIA    PIC 9(06).
              10 EVS-EVENTO         PIC X(06).
                 88 EVS-ADMISSAO               VALUE "S-2200".
                 88 EVS-ALT-SALARIAL           VALUE "S-2206".
                 88 EVS-REMUNERACAO            VALUE "S-1200".
                 88 EVS-AFASTAMENTO            VALUE "S-2230".
                 88 EVS-DESLIGAMENTO           VALUE "S-2299".
              10 EVS-FUNC-ID        PIC 9(04).
              10 EVS-REFERENCIA     PIC 9(08).
           05 EVS-SEQUENCIA         PIC 9(08).
           05 EVS-STATUS            PIC X(01).
              88 EVS-PENDENTE                  VALUE 'P'.
              88 EVS-ENVIADO                   VALUE 'E'.
              88 EVS-ACEITO                    VALUE 'A'.
              88 EVS-REJEITADO                 VALUE 'R'.
           05 EVS-DATA-GERACAO      PIC 9(08).
           05 EVS-QTD-GERACOES      PIC 9(02).
           05 EVS-PROTOCOLO         PIC X(20).
           05 EVS-RECIBO            PIC X(20).
           05 EVS-DATA-RETORNO      PIC 9(08).
           05 EVS-MOTIVO            PIC X(60).
