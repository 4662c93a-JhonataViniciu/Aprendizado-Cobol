      *==           RELGER E EXECUCAO NO BATCHLOG.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - A LINHA DE CADA FILIAL COMECA POR "FILIAL
      *==           NN", A MARCA QUE O RELDIST USA PARA SEPARAR A
      *==           COPIA DE CADA GERENTE.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
       77  WRK-ACUM-METAS      PIC 9(02)    VALUE ZEROS.

       01  WRK-LINHA-CABEC.
           05 FILLER  PIC X(15) VALUE "FILIAL".
           05 FILLER  PIC X(16) VALUE "META".
           05 FILLER  PIC X(16) VALUE "REALIZADO".
           05 FILLER  PIC X(09) VALUE "PCT".
           05 FILLER  PIC X(12) VALUE "DIAS UTEIS".
           05 FILLER  PIC X(14) VALUE "RITMO NECESS.".
       01  WRK-LINHA-META.
           05 FILLER           PIC X(07) VALUE "FILIAL ".
           05 WRK-LM-FILIAL    PIC 9(02).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-LM-META      PIC ZZZ.ZZZ.ZZ9,99.
