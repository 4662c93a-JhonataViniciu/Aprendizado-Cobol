      *==            REGISTRO DE CABECALHO. AS GERACOES CICLAM CONFORME
      *==            CAMBKP.cpy, SOBRESCREVENDO SEMPRE A MAIS ANTIGA. A
      *==            RECARGA E FEITA PELO ARQ019.
      *==  15/10/2026 - JV - REGISTRO DO BACKUP ACOMPANHA O NOVO
      *==            LAYOUT DE CLIENTES (198 POSICOES, COM O ENDERECO
      *==            ESTRUTURADO).
      *=================================================================

       ENVIRONMENT DIVISION.
           COPY "CLIENTES.cpy".

       FD  BACKUP.
       01  REG-BACKUP                  PIC X(198).

       FD  BACKCTL.
       01  REG-BACKCTL.
           05 WRK-CB-GERACAO           PIC 9(02).
           05 FILLER                   PIC X(06) VALUE " DATA ".
           05 WRK-CB-DATA              PIC 9(08).
           05 FILLER                   PIC X(173) VALUE SPACES.

      *---------------------- ACUMULADORES ------------------------------
       77  WRK-ACUM-DESCARREGADOS PIC 9(06) VALUE ZEROS.
