      *==            REG-ID E ALTERNATIVA REG-CPF). O OPERADOR ESCOLHE
      *==            A GERACAO E CONFIRMA ANTES DE O ARQUIVO INDEXADO
      *==            SER SOBRESCRITO.
      *==  15/10/2026 - JV - REGISTRO DO BACKUP ACOMPANHA O NOVO
      *==            LAYOUT DE CLIENTES (198 POSICOES). GERACOES
      *==            GRAVADAS ANTES DA CONVERSAO DO ARQ040 FICAM NO
      *==            LAYOUT ANTIGO E NAO DEVEM SER RECARREGADAS.
      *=================================================================

       ENVIRONMENT DIVISION.
           COPY "CLIENTES.cpy".

       FD  BACKUP.
       01  REG-BACKUP                  PIC X(198).

       FD  BATCHLOG.
           COPY "BATCHLOG.cpy".
