      *==           EXECUCAO NO BATCHLOG.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026 - JV - NOTAS CANCELADAS NO DIA (NOTACANC.DAT,
      *==           PROGRAMA69) ENTRAM NA SEQUENCIA E SAEM NO
      *==           RELATORIO COMO CANCELADAS, NAO COMO BURACO.
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDMOV.

           SELECT NOTACANC ASSIGN TO WRK-CAMINHO-NOTACANC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTACANC.

           SELECT RELSERIE ASSIGN TO WRK-CAMINHO-RELSERIE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELSERIE.
       FD  VENDMOV.
           COPY "VENDMOV.cpy".

       FD  NOTACANC.
           COPY "NOTACANC.cpy".

       FD  RELSERIE.
       01  REG-RELSERIE               PIC X(80).

           05 ORD-FILIAL   PIC 9(02).
           05 ORD-NOTA     PIC 9(04).
           05 ORD-DATA     PIC 9(08).
           05 ORD-CANCELADA PIC X(01).

       WORKING-STORAGE               SECTION.
           COPY "CAMMOV.cpy".
           COPY "CAMNCA.cpy".
           COPY "CAMLOG.cpy".
           COPY "RELGER.cpy".
       77  FS-VENDMOV          PIC 9(02)    VALUE ZEROS.
       77  FS-NOTACANC         PIC 9(02)    VALUE ZEROS.
       77  FS-RELSERIE         PIC 9(02)    VALUE ZEROS.
       77  FS-BATCHLOG         PIC 9(02)    VALUE ZEROS.
       77  WRK-CAMINHO-RELSERIE PIC X(100)  VALUE SPACES.
       77  WRK-FALTA-ATE       PIC 9(04)    VALUE ZEROS.
       77  WRK-ACUM-BURACOS    PIC 9(04)    VALUE ZEROS.
       77  WRK-ACUM-DUPLICADAS PIC 9(04)    VALUE ZEROS.
       77  WRK-SW-CANCELADA    PIC X(01)    VALUE "N".
       77  WRK-ACUM-CANCELADAS PIC 9(04)    VALUE ZEROS.

       01  WRK-LINHA-FILIAL.
           05 FILLER           PIC X(07) VALUE "FILIAL ".
           05 WRK-LD-NOTA      PIC 9(04).
           05 FILLER           PIC X(29) VALUE
              " USADA EM MAIS DE UMA DATA   ".
       01  WRK-LINHA-CANC.
           05 FILLER           PIC X(09) VALUE "  NOTA   ".
           05 WRK-LC-NOTA      PIC 9(04).
           05 FILLER           PIC X(10) VALUE " CANCELADA".

       PROCEDURE DIVISION.
       0000-PRINCIPAL                  SECTION.

       0100-INICIALIZAR                SECTION.
           PERFORM 0121-OBTER-CAMINHO-VENDMOV.
           PERFORM 0178-OBTER-CAMINHO-NOTACANC.

           MOVE "SERIENOTAS" TO RG-NOME-RELATORIO.
           CALL "RELGER" USING WRK-AREA-RELGER.
           CLOSE RELSERIE.
           DISPLAY "BURACOS APONTADOS....: " WRK-ACUM-BURACOS.
           DISPLAY "DUPLICIDADES APONTADAS: " WRK-ACUM-DUPLICADAS.
           DISPLAY "NOTAS CANCELADAS......: " WRK-ACUM-CANCELADAS.
           DISPLAY "RELATORIO GRAVADO EM " WRK-CAMINHO-RELSERIE.

       0210-FORNECER-NOTAS             SECTION.
               MOVE MOV-FILIAL TO ORD-FILIAL
               MOVE MOV-NOTA   TO ORD-NOTA
               MOVE MOV-DATA   TO ORD-DATA
               MOVE "N"        TO ORD-CANCELADA
               RELEASE WRK-REG-ORDNOT
             END-IF
             READ VENDMOV NEXT RECORD
           END-PERFORM.
           CLOSE VENDMOV.

      *    A NOTA CANCELADA NAO TEM MAIS LINHA NO MOVIMENTO - O
      *    REGISTRO DE CANCELAMENTO OCUPA O NUMERO NA SEQUENCIA
           OPEN INPUT NOTACANC.
           IF FS-NOTACANC NOT EQUAL 0
             GO TO 0210-FORNECER-SAIDA
           END-IF.
           READ NOTACANC NEXT RECORD.
           PERFORM UNTIL FS-NOTACANC NOT EQUAL 00
             IF NCA-NOTA IS NUMERIC
               MOVE NCA-FILIAL     TO ORD-FILIAL
               MOVE NCA-NOTA       TO ORD-NOTA
               MOVE NCA-DATA-VENDA TO ORD-DATA
               MOVE "S"            TO ORD-CANCELADA
               RELEASE WRK-REG-ORDNOT
             END-IF
             READ NOTACANC NEXT RECORD
           END-PERFORM.
           CLOSE NOTACANC.
       0210-FORNECER-SAIDA.
           EXIT.

                 IF ORD-DATA NOT EQUAL WRK-DATA-ATUAL
                   MOVE "S" TO WRK-SW-DUPLICADA
                 END-IF
                 IF ORD-CANCELADA EQUAL "S"
                   MOVE "S" TO WRK-SW-CANCELADA
                 END-IF
               END-IF
             END-IF
             RETURN WRK-ORDNOT AT END MOVE "S" TO WRK-FIM-ORDNOT
             WRITE REG-RELSERIE
             ADD 1 TO WRK-ACUM-DUPLICADAS
           END-IF.
           IF WRK-SW-CANCELADA EQUAL "S"
             MOVE WRK-NOTA-ATUAL TO WRK-LC-NOTA
             MOVE WRK-LINHA-CANC TO REG-RELSERIE
             WRITE REG-RELSERIE
             ADD 1 TO WRK-ACUM-CANCELADAS
           END-IF.
           MOVE WRK-NOTA-ATUAL TO WRK-NOTA-ANTERIOR.

       0250-TESTAR-BURACO              SECTION.
           MOVE ORD-NOTA TO WRK-NOTA-ATUAL.
           MOVE ORD-DATA TO WRK-DATA-ATUAL.
           MOVE "N" TO WRK-SW-DUPLICADA.
           MOVE ORD-CANCELADA TO WRK-SW-CANCELADA.

           COPY "CAMMOVP.cpy".
           COPY "CAMNCAP.cpy".
       0300-FINALIZAR                  SECTION.
               MOVE "PROGRAMA47" TO LOG-JOB.
               MOVE "S"          TO LOG-STATUS.
